000010******************************************************************
000020* Author:CESAR CHINCHAY
000030* Date:15/10/2026
000040* Purpose:INTERBANK COBOL ACADEMY
000050* Tectonics: cobc
000060******************************************************************
000070* Modification History
000080*   Date       Init  Description
000090*   ---------- ----  ---------------------------------------------
000100*   2026-10-15  CCH  Initial version: corporate payroll (planilla)
000110*                    processing. Reads the business date's
000120*                    PLANILLA-ENT-yyyymmdd.TXT, one or more
000130*                    company batches, each an H header (company
000140*                    debit account, value date, currency,
000150*                    control total and count, company reference)
000160*                    followed by its D rows (employee account,
000170*                    amount). A batch is all or nothing: its
000180*                    control figures must foot, every employee
000190*                    account must be an open, active account in
000200*                    MAESTRO-CUENTAS.TXT, and the company account
000210*                    must fund the whole batch plus its ITF
000220*                    within its LIMITE less active holds and less
000230*                    batches already accepted for it in the same
000240*                    file - the same test the posting run applies
000250*                    to each debit leg. A clean batch becomes one
000260*                    Transferencia row per employee in the drop
000270*                    PLANILLA-yyyymmdd.CSV (data.csv layout,
000280*                    TR-IDs from 60001, TRAILER included)
000290*                    registered in ARCHIVOS.TXT; a failing batch
000300*                    writes nothing to the drop and is answered
000310*                    in RESPUESTA-PLANILLA-yyyymmdd.TXT with
000320*                    every failing line and its reason, so no
000330*                    employee is paid twice or left unpaid by a
000340*                    half-posted payroll.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PROCESA-PLANILLA.
000380 AUTHOR. CESAR CHINCHAY.
000390 INSTALLATION. INTERBANK COBOL ACADEMY.
000400 DATE-WRITTEN. 15/10/2026.
000410 DATE-COMPILED. 15/10/2026.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ENTRADA-FILE ASSIGN TO WS-ENTRADA-FILENAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ENTRADA-STATUS.
000490
000500     SELECT MAESTRO-FILE ASSIGN TO "MAESTRO-CUENTAS.TXT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-MAESTRO-STATUS.
000530
000540     SELECT TASAS-FILE ASSIGN TO "TASAS.TXT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-TASAS-STATUS.
000570
000580     SELECT TASA-ITF-FILE ASSIGN TO "TASA-ITF.TXT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-TASA-ITF-STATUS.
000610
000620     SELECT RETENC-FILE ASSIGN TO "RETENCIONES.TXT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RETENC-STATUS.
000650
000660     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FECHAPROC-STATUS.
000690
000700     SELECT DROP-FILE ASSIGN TO WS-DROP-FILENAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-DROP-STATUS.
000730
000740     SELECT RESPUESTA-FILE ASSIGN TO WS-RESPUESTA-FILENAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RESPUESTA-STATUS.
000770
000780     SELECT ARCHIVOS-FILE ASSIGN TO "ARCHIVOS.TXT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ARCHIVOS-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ENTRADA-FILE.
000850 01  ENTRADA-LINE          PIC X(80).
000860
000870 FD  MAESTRO-FILE.
000880 01  MAESTRO-LINE          PIC X(60).
000890
000900 FD  TASAS-FILE.
000910 01  TASAS-LINE            PIC X(20).
000920
000930 FD  TASA-ITF-FILE.
000940 01  TASA-ITF-LINE         PIC X(15).
000950
000960 FD  RETENC-FILE.
000970 01  RETENC-LINE           PIC X(100).
000980
000990 FD  FECHA-PROC-FILE.
001000 01  FECHA-PROC-LINE       PIC X(10).
001010
001020 FD  DROP-FILE.
001030 01  DROP-LINE             PIC X(80).
001040
001050 FD  RESPUESTA-FILE.
001060 01  RESPUESTA-LINE        PIC X(120).
001070
001080 FD  ARCHIVOS-FILE.
001090 01  ARCHIVOS-LINE         PIC X(40).
001100
001110 WORKING-STORAGE SECTION.
001120 01  WS-ENTRADA-STATUS    PIC XX.
001130     88  WS-ENTRADA-OK        VALUE "00".
001140 01  WS-ENTRADA-EOF       PIC X VALUE "N".
001150     88  WS-ENTRADA-FIN       VALUE "Y".
001160 01  WS-MAESTRO-STATUS    PIC XX.
001170     88  WS-MAESTRO-OK        VALUE "00".
001180 01  WS-MAESTRO-EOF       PIC X VALUE "N".
001190     88  WS-MAESTRO-FIN       VALUE "Y".
001200 01  WS-TASAS-STATUS      PIC XX.
001210     88  WS-TASAS-OK          VALUE "00".
001220 01  WS-TASAS-EOF         PIC X VALUE "N".
001230     88  WS-TASAS-FIN         VALUE "Y".
001240 01  WS-TASA-ITF-STATUS   PIC XX.
001250     88  WS-TASA-ITF-OK       VALUE "00".
001260 01  WS-RETENC-STATUS     PIC XX.
001270     88  WS-RETENC-OK         VALUE "00".
001280 01  WS-RETENC-EOF        PIC X VALUE "N".
001290     88  WS-RETENC-FIN        VALUE "Y".
001300 01  WS-FECHAPROC-STATUS  PIC XX.
001310     88  WS-FECHAPROC-OK      VALUE "00".
001320 01  WS-DROP-STATUS       PIC XX.
001330 01  WS-RESPUESTA-STATUS  PIC XX.
001340 01  WS-ARCHIVOS-STATUS   PIC XX.
001350     88  WS-ARCHIVOS-OK       VALUE "00".
001360     88  WS-ARCHIVOS-NOFILE   VALUE "35".
001370 01  WS-ARCHIVOS-EOF      PIC X VALUE "N".
001380     88  WS-ARCHIVOS-FIN      VALUE "Y".
001390 01  WS-ARCHIVO-LISTADO   PIC X VALUE "N".
001400     88  WS-YA-LISTADO        VALUE "Y".
001410
001420 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
001430 01  WS-ENTRADA-FILENAME  PIC X(35).
001440 01  WS-DROP-FILENAME     PIC X(35).
001450 01  WS-RESPUESTA-FILENAME PIC X(35).
001460
001470 01  WS-DELIM             PIC X VALUE ",".
001480
001490******************************************************************
001500* Account master: state, authorized overdraft and ITF exemption
001510******************************************************************
001520 01  WS-MAESTRO-COUNT     PIC 9(4) COMP VALUE 0.
001530 01  WS-MAESTRO-TABLE.
001540     05  WS-MAESTRO-ENTRY OCCURS 1 TO 500 TIMES
001550             DEPENDING ON WS-MAESTRO-COUNT
001560             INDEXED BY MSTR-IDX.
001570         10  WS-MSTR-CTA-ID  PIC X(10).
001580         10  WS-MSTR-ESTADO  PIC X(1).
001590         10  WS-MSTR-LIMITE  PIC S9(9)V99.
001600         10  WS-MSTR-ITF-EXENTO PIC X(1).
001610             88  WS-MSTR-EXENTO-ITF VALUE "S".
001620*        PEN already committed by batches accepted earlier in this
001630*        file against the account as company account
001640         10  WS-MSTR-COMPROMETIDO PIC S9(9)V99.
001650
001660 01  WS-MSTR-COD-TMP      PIC X(10).
001670 01  WS-MSTR-EST-TMP      PIC X(1).
001680 01  WS-MSTR-LIM-TMP      PIC X(15).
001690 01  WS-MSTR-PROD-TMP     PIC X(4).
001700 01  WS-MSTR-ITF-TMP      PIC X(1).
001710
001720******************************************************************
001730* PEN exchange rates (TASAS.TXT, same defaults as the posting run)
001740* and the ITF rate, to price the batch the way it will post
001750******************************************************************
001760 01  WS-TASAS-COUNT       PIC 9(4) COMP VALUE 0.
001770 01  WS-TASAS-LEIDAS      PIC 9(4) COMP VALUE 0.
001780 01  WS-TASAS-TABLE.
001790     05  WS-TASA-ENTRY OCCURS 1 TO 10 TIMES
001800             DEPENDING ON WS-TASAS-COUNT
001810             INDEXED BY TASA-IDX.
001820         10  WS-TASA-MONEDA  PIC X(3).
001830         10  WS-TASA-VALOR   PIC 9(3)V9(4).
001840 01  WS-TASA-COD-TMP      PIC X(3).
001850 01  WS-TASA-VAL-TMP      PIC X(12).
001860 01  WS-BUSCA-MONEDA      PIC X(3).
001870 01  WS-TASA-ENCONTRADA   PIC 9(3)V9(4) VALUE 0.
001880 01  WS-TASA-ITF-PCT      PIC 9V9(4) VALUE 0.0050.
001890
001900******************************************************************
001910* Active holds in PEN per company account (RETENCIONES.TXT, same
001920* activity rule as the posting run)
001930******************************************************************
001940 01  WS-RETENC-COUNT      PIC 9(4) COMP VALUE 0.
001950 01  WS-RETENC-TABLE.
001960     05  WS-RETENC-ENTRY OCCURS 1 TO 200 TIMES
001970             DEPENDING ON WS-RETENC-COUNT
001980             INDEXED BY RET-IDX.
001990         10  WS-RET-CTA-ID   PIC X(10).
002000         10  WS-RET-PEN      PIC S9(9)V99.
002010 01  WS-RET-CTA-TMP       PIC X(10).
002020 01  WS-RET-ID-TMP        PIC X(10).
002030 01  WS-RET-MTO-TMP       PIC X(15).
002040 01  WS-RET-MON-TMP       PIC X(3).
002050 01  WS-RET-TIP-TMP       PIC X(3).
002060 01  WS-RET-INI-TMP       PIC X(8).
002070 01  WS-RET-VTO-TMP       PIC X(8).
002080 01  WS-RET-PEN-TMP       PIC S9(9)V99 VALUE 0.
002090
002100******************************************************************
002110* Input rows: H,CTA-EMPRESA,FECHA-VALOR,MONEDA,TOTAL,CANTIDAD,
002120* REFERENCIA and D,CTA-EMPLEADO,MONTO
002130******************************************************************
002140 01  WS-ENT-TIPO          PIC X(2).
002150 01  WS-ENT-CAMPO-1       PIC X(15).
002160 01  WS-ENT-CAMPO-2       PIC X(15).
002170 01  WS-ENT-CAMPO-3       PIC X(15).
002180 01  WS-ENT-CAMPO-4       PIC X(15).
002190 01  WS-ENT-CAMPO-5       PIC X(15).
002200 01  WS-ENT-CAMPO-6       PIC X(15).
002210 01  WS-NUM-LINEA         PIC 9(6) VALUE 0.
002220
002230******************************************************************
002240* The batch being assembled: its header and its detail rows,
002250* held until the next header (or end of file) closes it
002260******************************************************************
002270 01  WS-LOTE-ABIERTO      PIC X VALUE "N".
002280     88  WS-HAY-LOTE          VALUE "Y".
002290 01  WS-LOTE-NUM          PIC 9(4) VALUE 0.
002300 01  WS-LOTE-LINEA        PIC 9(6) VALUE 0.
002310 01  WS-LOTE-CTA          PIC X(10).
002320 01  WS-LOTE-FECHA        PIC X(8).
002330 01  WS-LOTE-FECHA-ISO    PIC X(10).
002340 01  WS-LOTE-MONEDA       PIC X(3).
002350 01  WS-LOTE-REF          PIC X(15).
002360 01  WS-LOTE-CTRL-TOTAL   PIC 9(9)V99 VALUE 0.
002370 01  WS-LOTE-CTRL-CANT    PIC 9(6) VALUE 0.
002380 01  WS-LOTE-CAB-VALIDA   PIC X VALUE "N".
002390     88  WS-LOTE-CAB-OK       VALUE "Y".
002400 01  WS-LOTE-SUMA         PIC 9(9)V99 VALUE 0.
002410 01  WS-LOTE-CANT         PIC 9(6) VALUE 0.
002420 01  WS-LOTE-EXCEDIDO     PIC X VALUE "N".
002430     88  WS-LOTE-DESBORDE     VALUE "Y".
002440 01  WS-LOTE-LIMITE       PIC S9(9)V99 VALUE 0.
002450 01  WS-LOTE-RETENIDO     PIC S9(9)V99 VALUE 0.
002460 01  WS-LOTE-COMPROMETIDO PIC S9(9)V99 VALUE 0.
002470 01  WS-LOTE-EXENTO       PIC X VALUE "N".
002480     88  WS-LOTE-SIN-ITF      VALUE "S".
002490 01  WS-LOTE-REQUERIDO    PIC S9(9)V99 VALUE 0.
002500 01  WS-LOTE-DISPONIBLE   PIC S9(9)V99 VALUE 0.
002510 01  WS-LOTE-TASA         PIC 9(3)V9(4) VALUE 0.
002520 01  WS-LOTE-ITF          PIC 9(7)V99 VALUE 0.
002530 01  WS-LOTE-FALLAS       PIC 9(6) COMP VALUE 0.
002540
002550 01  WS-DET-MAX           PIC 9(4) COMP VALUE 2000.
002560 01  WS-DET-COUNT         PIC 9(4) COMP VALUE 0.
002570 01  WS-DET-TABLE.
002580     05  WS-DET-ENTRY OCCURS 1 TO 2000 TIMES
002590             DEPENDING ON WS-DET-COUNT
002600             INDEXED BY DET-IDX, DET-IDX2.
002610         10  WS-DET-LINEA    PIC 9(6).
002620         10  WS-DET-CTA      PIC X(10).
002630         10  WS-DET-MONTO    PIC 9(7)V99.
002640         10  WS-DET-MOTIVO   PIC X(3).
002650
002660******************************************************************
002670* Batch-level failures found when the batch closes (header,
002680* control figures, funding), reported ahead of the line failures
002690******************************************************************
002700 01  WS-CAB-COUNT         PIC 9(4) COMP VALUE 0.
002710 01  WS-CAB-TABLE.
002720     05  WS-CAB-ENTRY OCCURS 1 TO 10 TIMES
002730             DEPENDING ON WS-CAB-COUNT
002740             INDEXED BY CAB-IDX.
002750         10  WS-CAB-MOTIVO   PIC X(3).
002760
002770******************************************************************
002780* Reason codes returned to the company
002790******************************************************************
002800 01  WS-MOTIVO            PIC X(3).
002810     88  WS-MOT-ACEPTADO      VALUE SPACES.
002820     88  WS-MOT-CTA-INEXIST   VALUE "P01".
002830     88  WS-MOT-CTA-CERRADA   VALUE "P02".
002840     88  WS-MOT-CTA-INACTIVA  VALUE "P03".
002850     88  WS-MOT-MONTO-INVAL   VALUE "P04".
002860     88  WS-MOT-CTA-REPETIDA  VALUE "P05".
002870     88  WS-MOT-CTA-EMPRESA   VALUE "P06".
002880     88  WS-MOT-CAB-INVALIDA  VALUE "P10".
002890     88  WS-MOT-EMP-INEXIST   VALUE "P11".
002900     88  WS-MOT-EMP-CERRADA   VALUE "P12".
002910     88  WS-MOT-EMP-INACTIVA  VALUE "P13".
002920     88  WS-MOT-FECHA-VALOR   VALUE "P14".
002930     88  WS-MOT-TOTAL-CTRL    VALUE "P15".
002940     88  WS-MOT-CANT-CTRL     VALUE "P16".
002950     88  WS-MOT-SIN-FONDOS    VALUE "P17".
002960     88  WS-MOT-SIN-TASA      VALUE "P18".
002970     88  WS-MOT-CAPACIDAD     VALUE "P19".
002980     88  WS-MOT-SIN-CABECERA  VALUE "P20".
002990 01  WS-MOTIVO-TEXTO      PIC X(40).
003000
003010 01  WS-BUSCA-CUENTA      PIC X(10).
003020 01  WS-CTA-ESTADO        PIC X(1).
003030 01  WS-CTA-HALLADA       PIC X VALUE "N".
003040     88  WS-CTA-CONOCIDA      VALUE "Y".
003050
003060 01  WS-PROX-ID           PIC 9(5) VALUE 60001.
003070 01  WS-ULTIMO-ID         PIC 9(5) VALUE 69999.
003080 01  WS-CNT-LOTES         PIC 9(4) COMP VALUE 0.
003090 01  WS-CNT-LOTES-OK      PIC 9(4) COMP VALUE 0.
003100 01  WS-CNT-LOTES-RECH    PIC 9(4) COMP VALUE 0.
003110 01  WS-CNT-HUERFANAS     PIC 9(6) COMP VALUE 0.
003120 01  WS-CNT-LINEAS        PIC 9(5) VALUE 0.
003130 01  WS-NETO              PIC S9(9)V99 VALUE 0.
003140
003150 01  WS-MONTO-ED          PIC 9(5).99.
003160 01  WS-NETO-ED           PIC +9(6).99.
003170 01  WS-DROP-LINEA        PIC X(80).
003180
003190******************************************************************
003200* Response file lines
003210******************************************************************
003220 01  WS-RSP-LOTE-LINEA.
003230     05  FILLER          PIC X(5)  VALUE "LOTE ".
003240     05  WS-RSP-LOTE     PIC 9(4).
003250     05  FILLER          PIC X(6)  VALUE "  REF ".
003260     05  WS-RSP-REF      PIC X(15).
003270     05  FILLER          PIC X(10) VALUE "  EMPRESA ".
003280     05  WS-RSP-CTA      PIC X(10).
003290     05  FILLER          PIC X(2)  VALUE SPACES.
003300     05  WS-RSP-FECHA    PIC X(8).
003310     05  FILLER          PIC X(1)  VALUE SPACES.
003320     05  WS-RSP-MONEDA   PIC X(3).
003330     05  FILLER          PIC X(2)  VALUE SPACES.
003340     05  WS-RSP-CANT     PIC ZZZZZ9.
003350     05  FILLER          PIC X(1)  VALUE SPACES.
003360     05  WS-RSP-TOTAL    PIC ZZZZZZZZ9.99.
003370     05  FILLER          PIC X(2)  VALUE SPACES.
003380     05  WS-RSP-ESTADO   PIC X(10).
003390
003400 01  WS-RSP-CAB-LINEA.
003410     05  FILLER          PIC X(13) VALUE "  CABECERA   ".
003420     05  WS-RSC-MOTIVO   PIC X(3).
003430     05  FILLER          PIC X(1)  VALUE SPACES.
003440     05  WS-RSC-TEXTO    PIC X(40).
003450     05  WS-RSC-DETALLE  PIC X(50).
003460
003470 01  WS-RSP-FONDOS.
003480     05  FILLER          PIC X(10) VALUE "REQUIERE ".
003490     05  WS-RSF-REQ      PIC -(9)9.99.
003500     05  FILLER          PIC X(12) VALUE " DISPONIBLE ".
003510     05  WS-RSF-DISP     PIC -(9)9.99.
003520
003530 01  WS-RSP-DET-LINEA.
003540     05  FILLER          PIC X(8)  VALUE "  LINEA ".
003550     05  WS-RSD-LINEA    PIC 9(6).
003560     05  FILLER          PIC X(2)  VALUE SPACES.
003570     05  WS-RSD-CTA      PIC X(10).
003580     05  FILLER          PIC X(2)  VALUE SPACES.
003590     05  WS-RSD-MONTO    PIC ZZZZZZ9.99.
003600     05  FILLER          PIC X(2)  VALUE SPACES.
003610     05  WS-RSD-MOTIVO   PIC X(3).
003620     05  FILLER          PIC X(1)  VALUE SPACES.
003630     05  WS-RSD-TEXTO    PIC X(40).
003640
003650 PROCEDURE DIVISION.
003660******************************************************************
003670* 0000-MAINLINE
003680******************************************************************
003690 0000-MAINLINE.
003700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003710     PERFORM 3000-PROCESA-ENTRADA THRU 3000-EXIT.
003720     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003730     STOP RUN.
003740
003750******************************************************************
003760* 1000-INITIALIZE - Load the business date, the account master,
003770*                   the rates and the active holds. Without a
003780*                   usable business date there is no payroll
003790*                   file to look for, and without the master no
003800*                   beneficiary or limit can be proved, so the
003810*                   step stops with an operator message.
003820******************************************************************
003830 1000-INITIALIZE.
003840     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
003850     IF FUNCTION TEST-NUMVAL (WS-BATCH-FECHA) NOT = 0
003860         DISPLAY "PROCESA-PLANILLA: FECHA-PROCESO.TXT SIN"
003870             " FECHA YYYYMMDD UTILIZABLE - PASO OMITIDO"
003880         STOP RUN
003890     END-IF
003900     MOVE SPACES TO WS-ENTRADA-FILENAME
003910     STRING "PLANILLA-ENT-" WS-BATCH-FECHA ".TXT"
003920         DELIMITED BY SIZE INTO WS-ENTRADA-FILENAME
003930     MOVE SPACES TO WS-DROP-FILENAME
003940     STRING "PLANILLA-" WS-BATCH-FECHA ".CSV"
003950         DELIMITED BY SIZE INTO WS-DROP-FILENAME
003960     MOVE SPACES TO WS-RESPUESTA-FILENAME
003970     STRING "RESPUESTA-PLANILLA-" WS-BATCH-FECHA ".TXT"
003980         DELIMITED BY SIZE INTO WS-RESPUESTA-FILENAME
003990     PERFORM 1500-LOAD-MAESTRO THRU 1500-EXIT
004000     IF WS-MAESTRO-COUNT = 0
004010         DISPLAY "PROCESA-PLANILLA: SIN MAESTRO-CUENTAS.TXT -"
004020             " PLANILLAS NO VERIFICABLES, PASO OMITIDO"
004030         STOP RUN
004040     END-IF
004050     PERFORM 1400-LOAD-TASAS THRU 1400-EXIT
004060     PERFORM 1610-LOAD-TASA-ITF THRU 1610-EXIT
004070     PERFORM 1620-LOAD-RETENCIONES THRU 1620-EXIT.
004080 1000-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
004130*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
004140*                          first line). WS-BATCH-FECHA keeps its
004150*                          "SINFECHA" default if the control file
004160*                          is missing or blank, same as the
004170*                          posting run.
004180******************************************************************
004190 1030-LOAD-FECHA-PROCESO.
004200     OPEN INPUT FECHA-PROC-FILE
004210     IF NOT WS-FECHAPROC-OK
004220         GO TO 1030-EXIT
004230     END-IF
004240     READ FECHA-PROC-FILE
004250         AT END
004260             CONTINUE
004270         NOT AT END
004280             IF FECHA-PROC-LINE (1:8) NOT = SPACES
004290                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
004300             END-IF
004310     END-READ
004320     CLOSE FECHA-PROC-FILE.
004330 1030-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370* 1400-LOAD-TASAS - Load the CODIGO,TASA rows of TASAS.TXT,
004380*                   falling back to the posting run's compiled-in
004390*                   rates
004400*                   when the file is missing or unusable
004410******************************************************************
004420 1400-LOAD-TASAS.
004430     MOVE 1 TO WS-TASAS-COUNT
004440     MOVE "PEN" TO WS-TASA-MONEDA (1)
004450     MOVE 1.0000 TO WS-TASA-VALOR (1)
004460     MOVE 0 TO WS-TASAS-LEIDAS
004470     OPEN INPUT TASAS-FILE
004480     IF NOT WS-TASAS-OK
004490         PERFORM 1420-DEFAULT-TASAS THRU 1420-EXIT
004500         GO TO 1400-EXIT
004510     END-IF
004520     PERFORM UNTIL WS-TASAS-FIN
004530         READ TASAS-FILE
004540             AT END
004550                 SET WS-TASAS-FIN TO TRUE
004560             NOT AT END
004570                 PERFORM 1410-PARSE-TASA-LINEA THRU 1410-EXIT
004580         END-READ
004590     END-PERFORM
004600     CLOSE TASAS-FILE
004610     IF WS-TASAS-LEIDAS = 0
004620         PERFORM 1420-DEFAULT-TASAS THRU 1420-EXIT
004630     END-IF.
004640 1400-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680* 1410-PARSE-TASA-LINEA - Add or override one CODIGO,TASA row;
004690*                         a rate outside (0, 1000) is unusable
004700******************************************************************
004710 1410-PARSE-TASA-LINEA.
004720     MOVE SPACES TO WS-TASA-COD-TMP
004730     MOVE SPACES TO WS-TASA-VAL-TMP
004740     UNSTRING TASAS-LINE DELIMITED BY WS-DELIM
004750         INTO WS-TASA-COD-TMP, WS-TASA-VAL-TMP
004760     IF WS-TASA-COD-TMP = SPACES
004770             OR FUNCTION TEST-NUMVAL (WS-TASA-VAL-TMP) NOT = 0
004780         GO TO 1410-EXIT
004790     END-IF
004800     IF FUNCTION NUMVAL (WS-TASA-VAL-TMP) NOT > 0
004810             OR FUNCTION NUMVAL (WS-TASA-VAL-TMP) NOT < 1000
004820         GO TO 1410-EXIT
004830     END-IF
004840     ADD 1 TO WS-TASAS-LEIDAS
004850     SET TASA-IDX TO 1
004860     SEARCH WS-TASA-ENTRY
004870         AT END
004880             IF WS-TASAS-COUNT < 10
004890                 ADD 1 TO WS-TASAS-COUNT
004900                 SET TASA-IDX TO WS-TASAS-COUNT
004910                 MOVE WS-TASA-COD-TMP TO WS-TASA-MONEDA (TASA-IDX)
004920                 MOVE FUNCTION NUMVAL (WS-TASA-VAL-TMP)
004930                     TO WS-TASA-VALOR (TASA-IDX)
004940             END-IF
004950         WHEN WS-TASA-MONEDA (TASA-IDX) = WS-TASA-COD-TMP
004960             MOVE FUNCTION NUMVAL (WS-TASA-VAL-TMP)
004970                 TO WS-TASA-VALOR (TASA-IDX)
004980     END-SEARCH.
004990 1410-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030* 1420-DEFAULT-TASAS - The posting run's compiled-in rates
005040******************************************************************
005050 1420-DEFAULT-TASAS.
005060     MOVE 3 TO WS-TASAS-COUNT
005070     MOVE "PEN" TO WS-TASA-MONEDA (1)
005080     MOVE 1.0000 TO WS-TASA-VALOR (1)
005090     MOVE "USD" TO WS-TASA-MONEDA (2)
005100     MOVE 3.7500 TO WS-TASA-VALOR (2)
005110     MOVE "EUR" TO WS-TASA-MONEDA (3)
005120     MOVE 4.0500 TO WS-TASA-VALOR (3).
005130 1420-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* 1500-LOAD-MAESTRO - Load CTAID, ESTADO, LIMITE and ITF-EXENTO
005180*                     from the account master
005190******************************************************************
005200 1500-LOAD-MAESTRO.
005210     MOVE 0 TO WS-MAESTRO-COUNT
005220     MOVE "N" TO WS-MAESTRO-EOF
005230     OPEN INPUT MAESTRO-FILE
005240     IF NOT WS-MAESTRO-OK
005250         GO TO 1500-EXIT
005260     END-IF
005270     PERFORM UNTIL WS-MAESTRO-FIN
005280         READ MAESTRO-FILE
005290             AT END
005300                 SET WS-MAESTRO-FIN TO TRUE
005310             NOT AT END
005320                 PERFORM 1510-PARSE-MAESTRO-LINEA THRU 1510-EXIT
005330         END-READ
005340     END-PERFORM
005350     CLOSE MAESTRO-FILE.
005360 1500-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 1510-PARSE-MAESTRO-LINEA - Add one CTAID,ESTADO,LIMITE,PRODUCTO,
005410*                           ITF-EXENTO row to the working table
005420******************************************************************
005430 1510-PARSE-MAESTRO-LINEA.
005440     MOVE SPACES TO WS-MSTR-COD-TMP
005450     MOVE SPACES TO WS-MSTR-EST-TMP
005460     MOVE SPACES TO WS-MSTR-LIM-TMP
005470     MOVE SPACES TO WS-MSTR-PROD-TMP
005480     MOVE SPACES TO WS-MSTR-ITF-TMP
005490     UNSTRING MAESTRO-LINE DELIMITED BY WS-DELIM
005500         INTO WS-MSTR-COD-TMP, WS-MSTR-EST-TMP, WS-MSTR-LIM-TMP,
005510             WS-MSTR-PROD-TMP, WS-MSTR-ITF-TMP
005520     IF WS-MSTR-COD-TMP NOT = SPACES AND WS-MAESTRO-COUNT < 500
005530         ADD 1 TO WS-MAESTRO-COUNT
005540         SET MSTR-IDX TO WS-MAESTRO-COUNT
005550         MOVE WS-MSTR-COD-TMP TO WS-MSTR-CTA-ID (MSTR-IDX)
005560         MOVE WS-MSTR-EST-TMP TO WS-MSTR-ESTADO (MSTR-IDX)
005570         MOVE 0 TO WS-MSTR-COMPROMETIDO (MSTR-IDX)
005580         IF WS-MSTR-ITF-TMP = "S"
005590             MOVE "S" TO WS-MSTR-ITF-EXENTO (MSTR-IDX)
005600         ELSE
005610             MOVE "N" TO WS-MSTR-ITF-EXENTO (MSTR-IDX)
005620         END-IF
005630         IF FUNCTION TEST-NUMVAL (WS-MSTR-LIM-TMP) = 0
005640             MOVE FUNCTION NUMVAL (WS-MSTR-LIM-TMP)
005650                 TO WS-MSTR-LIMITE (MSTR-IDX)
005660         ELSE
005670             MOVE 0 TO WS-MSTR-LIMITE (MSTR-IDX)
005680         END-IF
005690     END-IF.
005700 1510-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* 1610-LOAD-TASA-ITF - Read the current ITF rate, as a percentage,
005750*                      from TASA-ITF.TXT; the compiled-in 0.005%
005760*                      stands when the file is missing
005770******************************************************************
005780 1610-LOAD-TASA-ITF.
005790     OPEN INPUT TASA-ITF-FILE
005800     IF NOT WS-TASA-ITF-OK
005810         GO TO 1610-EXIT
005820     END-IF
005830     READ TASA-ITF-FILE
005840         AT END
005850             CONTINUE
005860         NOT AT END
005870             IF FUNCTION TEST-NUMVAL (TASA-ITF-LINE) = 0
005880                 MOVE FUNCTION NUMVAL (TASA-ITF-LINE)
005890                     TO WS-TASA-ITF-PCT
005900             END-IF
005910     END-READ
005920     CLOSE TASA-ITF-FILE.
005930 1610-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970* 1620-LOAD-RETENCIONES - Total the holds in force on the business
005980*                         date in PEN per account from
005990*                         RETENCIONES.TXT. A missing file means no
006000*                         account has funds held.
006010******************************************************************
006020 1620-LOAD-RETENCIONES.
006030     MOVE 0 TO WS-RETENC-COUNT
006040     OPEN INPUT RETENC-FILE
006050     IF NOT WS-RETENC-OK
006060         GO TO 1620-EXIT
006070     END-IF
006080     PERFORM UNTIL WS-RETENC-FIN
006090         READ RETENC-FILE
006100             AT END
006110                 SET WS-RETENC-FIN TO TRUE
006120             NOT AT END
006130                 PERFORM 1630-PARSE-RETENCION THRU 1630-EXIT
006140         END-READ
006150     END-PERFORM
006160     CLOSE RETENC-FILE.
006170 1620-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210* 1630-PARSE-RETENCION - Add one hold to its account's held total
006220*                        in PEN. A hold is active from FECHA-INI
006230*                        (blank = already in force) until the day
006240*                        before FECHA-VTO (blank = until lifted).
006250*                        A currency with no rate is held at face
006260*                        value rather than ignored.
006270******************************************************************
006280 1630-PARSE-RETENCION.
006290     MOVE SPACES TO WS-RET-CTA-TMP
006300     MOVE SPACES TO WS-RET-ID-TMP
006310     MOVE SPACES TO WS-RET-MTO-TMP
006320     MOVE SPACES TO WS-RET-MON-TMP
006330     MOVE SPACES TO WS-RET-TIP-TMP
006340     MOVE SPACES TO WS-RET-INI-TMP
006350     MOVE SPACES TO WS-RET-VTO-TMP
006360     UNSTRING RETENC-LINE DELIMITED BY WS-DELIM
006370         INTO WS-RET-CTA-TMP, WS-RET-ID-TMP, WS-RET-MTO-TMP,
006380             WS-RET-MON-TMP, WS-RET-TIP-TMP, WS-RET-INI-TMP,
006390             WS-RET-VTO-TMP
006400     IF WS-RET-CTA-TMP = SPACES
006410             OR FUNCTION TEST-NUMVAL (WS-RET-MTO-TMP) NOT = 0
006420         GO TO 1630-EXIT
006430     END-IF
006440     IF WS-RET-INI-TMP NOT = SPACES
006450             AND WS-RET-INI-TMP > WS-BATCH-FECHA
006460         GO TO 1630-EXIT
006470     END-IF
006480     IF WS-RET-VTO-TMP NOT = SPACES
006490             AND WS-RET-VTO-TMP NOT > WS-BATCH-FECHA
006500         GO TO 1630-EXIT
006510     END-IF
006520     IF WS-RET-MON-TMP = SPACES
006530         MOVE "PEN" TO WS-RET-MON-TMP
006540     END-IF
006550     MOVE WS-RET-MON-TMP TO WS-BUSCA-MONEDA
006560     PERFORM 5100-BUSCA-TASA THRU 5100-EXIT
006570     IF WS-TASA-ENCONTRADA = 0
006580         MOVE 1 TO WS-TASA-ENCONTRADA
006590     END-IF
006600     COMPUTE WS-RET-PEN-TMP =
006610         FUNCTION NUMVAL (WS-RET-MTO-TMP) * WS-TASA-ENCONTRADA
006620     SET RET-IDX TO 1
006630     SEARCH WS-RETENC-ENTRY
006640         AT END
006650             IF WS-RETENC-COUNT NOT < 200
006660                 DISPLAY "ADVERTENCIA: TABLA DE RETENCIONES"
006670                     " LLENA (200) - " WS-RET-CTA-TMP
006680                     " SIN RETENCION"
006690                 GO TO 1630-EXIT
006700             END-IF
006710             ADD 1 TO WS-RETENC-COUNT
006720             SET RET-IDX TO WS-RETENC-COUNT
006730             MOVE WS-RET-CTA-TMP TO WS-RET-CTA-ID (RET-IDX)
006740             MOVE 0 TO WS-RET-PEN (RET-IDX)
006750         WHEN WS-RET-CTA-ID (RET-IDX) = WS-RET-CTA-TMP
006760             CONTINUE
006770     END-SEARCH
006780     ADD WS-RET-PEN-TMP TO WS-RET-PEN (RET-IDX).
006790 1630-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830* 3000-PROCESA-ENTRADA - Read the payroll file, assembling each
006840*                       batch from its header to the next header
006850*                       (or end of file) and settling it there.
006860*                       The response file is always written, so
006870*                       every company gets an answer; the drop
006880*                       and its ARCHIVOS.TXT entry exist only
006890*                       when at least one batch was accepted.
006900******************************************************************
006910 3000-PROCESA-ENTRADA.
006920     OPEN INPUT ENTRADA-FILE
006930     IF NOT WS-ENTRADA-OK
006940         DISPLAY "PROCESA-PLANILLA: SIN " WS-ENTRADA-FILENAME
006950             " - PASO OMITIDO"
006960         STOP RUN
006970     END-IF
006980     OPEN OUTPUT RESPUESTA-FILE
006990     PERFORM UNTIL WS-ENTRADA-FIN
007000         READ ENTRADA-FILE
007010             AT END
007020                 SET WS-ENTRADA-FIN TO TRUE
007030             NOT AT END
007040                 ADD 1 TO WS-NUM-LINEA
007050                 PERFORM 3100-CLASIFICA-LINEA THRU 3100-EXIT
007060         END-READ
007070     END-PERFORM
007080     CLOSE ENTRADA-FILE
007090     IF WS-HAY-LOTE
007100         PERFORM 4000-CIERRA-LOTE THRU 4000-EXIT
007110     END-IF
007120     CLOSE RESPUESTA-FILE
007130     IF WS-CNT-LINEAS > 0
007140         PERFORM 3600-WRITE-TRAILER THRU 3600-EXIT
007150         PERFORM 3700-REGISTRA-ARCHIVO THRU 3700-EXIT
007160     END-IF.
007170 3000-EXIT.
007180     EXIT.
007190
007200******************************************************************
007210* 3100-CLASIFICA-LINEA - Route one input row by its record type.
007220*                       A header settles the batch before it; a
007230*                       detail row outside any batch cannot be
007240*                       paid and is answered on its own. Blank
007250*                       rows are ignored.
007260******************************************************************
007270 3100-CLASIFICA-LINEA.
007280     IF ENTRADA-LINE = SPACES
007290         GO TO 3100-EXIT
007300     END-IF
007310     MOVE SPACES TO WS-ENT-TIPO
007320     MOVE SPACES TO WS-ENT-CAMPO-1
007330     MOVE SPACES TO WS-ENT-CAMPO-2
007340     MOVE SPACES TO WS-ENT-CAMPO-3
007350     MOVE SPACES TO WS-ENT-CAMPO-4
007360     MOVE SPACES TO WS-ENT-CAMPO-5
007370     MOVE SPACES TO WS-ENT-CAMPO-6
007380     UNSTRING ENTRADA-LINE DELIMITED BY WS-DELIM
007390         INTO WS-ENT-TIPO, WS-ENT-CAMPO-1, WS-ENT-CAMPO-2,
007400             WS-ENT-CAMPO-3, WS-ENT-CAMPO-4, WS-ENT-CAMPO-5,
007410             WS-ENT-CAMPO-6
007420     EVALUATE WS-ENT-TIPO
007430         WHEN "H"
007440             IF WS-HAY-LOTE
007450                 PERFORM 4000-CIERRA-LOTE THRU 4000-EXIT
007460             END-IF
007470             PERFORM 3200-ABRE-LOTE THRU 3200-EXIT
007480         WHEN "D"
007490             IF WS-HAY-LOTE
007500                 PERFORM 3300-AGREGA-DETALLE THRU 3300-EXIT
007510             ELSE
007520                 PERFORM 3400-DETALLE-HUERFANO THRU 3400-EXIT
007530             END-IF
007540         WHEN OTHER
007550             DISPLAY "ADVERTENCIA: LINEA " WS-NUM-LINEA
007560                 " DE TIPO DESCONOCIDO - IGNORADA"
007570     END-EVALUATE.
007580 3100-EXIT.
007590     EXIT.
007600
007610******************************************************************
007620* 3200-ABRE-LOTE - Start a new batch from its header row. The
007630*                  header fields are only checked when the batch
007640*                  closes, so a bad header still collects its
007650*                  detail rows for the response.
007660******************************************************************
007670 3200-ABRE-LOTE.
007680     SET WS-HAY-LOTE TO TRUE
007690     ADD 1 TO WS-LOTE-NUM
007700     MOVE WS-NUM-LINEA TO WS-LOTE-LINEA
007710     MOVE WS-ENT-CAMPO-1 TO WS-LOTE-CTA
007720     MOVE WS-ENT-CAMPO-2 TO WS-LOTE-FECHA
007730     MOVE WS-ENT-CAMPO-3 TO WS-LOTE-MONEDA
007740     MOVE WS-ENT-CAMPO-6 TO WS-LOTE-REF
007750     MOVE 0 TO WS-LOTE-CTRL-TOTAL
007760     MOVE 0 TO WS-LOTE-CTRL-CANT
007770     MOVE "Y" TO WS-LOTE-CAB-VALIDA
007780     IF WS-LOTE-CTA = SPACES OR WS-LOTE-MONEDA = SPACES
007790             OR WS-LOTE-FECHA NOT NUMERIC
007800             OR FUNCTION TEST-NUMVAL (WS-ENT-CAMPO-4) NOT = 0
007810             OR FUNCTION TEST-NUMVAL (WS-ENT-CAMPO-5) NOT = 0
007820         MOVE "N" TO WS-LOTE-CAB-VALIDA
007830     ELSE
007840         IF FUNCTION NUMVAL (WS-ENT-CAMPO-4) < 0
007850                 OR FUNCTION NUMVAL (WS-ENT-CAMPO-4)
007860                     > 999999999.99
007870                 OR FUNCTION NUMVAL (WS-ENT-CAMPO-5) < 0
007880                 OR FUNCTION NUMVAL (WS-ENT-CAMPO-5) > 999999
007890             MOVE "N" TO WS-LOTE-CAB-VALIDA
007900         ELSE
007910             MOVE FUNCTION NUMVAL (WS-ENT-CAMPO-4)
007920                 TO WS-LOTE-CTRL-TOTAL
007930             MOVE FUNCTION NUMVAL (WS-ENT-CAMPO-5)
007940                 TO WS-LOTE-CTRL-CANT
007950         END-IF
007960     END-IF
007970     MOVE 0 TO WS-LOTE-SUMA
007980     MOVE 0 TO WS-LOTE-CANT
007990     MOVE 0 TO WS-DET-COUNT
008000     MOVE "N" TO WS-LOTE-EXCEDIDO.
008010 3200-EXIT.
008020     EXIT.
008030
008040******************************************************************
008050* 3300-AGREGA-DETALLE - Hold one employee row for its batch and
008060*                       add it to the batch's count and total.
008070*                       Rows beyond the table still count toward
008080*                       the control figures; the batch is then
008090*                       refused as too large.
008100******************************************************************
008110 3300-AGREGA-DETALLE.
008120     ADD 1 TO WS-LOTE-CANT
008130     IF WS-DET-COUNT NOT < WS-DET-MAX
008140         SET WS-LOTE-DESBORDE TO TRUE
008150         IF FUNCTION TEST-NUMVAL (WS-ENT-CAMPO-2) = 0
008160             ADD FUNCTION NUMVAL (WS-ENT-CAMPO-2) TO WS-LOTE-SUMA
008170         END-IF
008180         GO TO 3300-EXIT
008190     END-IF
008200     ADD 1 TO WS-DET-COUNT
008210     SET DET-IDX TO WS-DET-COUNT
008220     MOVE WS-NUM-LINEA TO WS-DET-LINEA (DET-IDX)
008230     MOVE WS-ENT-CAMPO-1 TO WS-DET-CTA (DET-IDX)
008240     MOVE SPACES TO WS-DET-MOTIVO (DET-IDX)
008250     MOVE 0 TO WS-DET-MONTO (DET-IDX)
008260     IF FUNCTION TEST-NUMVAL (WS-ENT-CAMPO-2) NOT = 0
008270         MOVE "P04" TO WS-DET-MOTIVO (DET-IDX)
008280         GO TO 3300-EXIT
008290     END-IF
008300     IF FUNCTION NUMVAL (WS-ENT-CAMPO-2) NOT > 0
008310             OR FUNCTION NUMVAL (WS-ENT-CAMPO-2) > 99999.99
008320         MOVE "P04" TO WS-DET-MOTIVO (DET-IDX)
008330     ELSE
008340         MOVE FUNCTION NUMVAL (WS-ENT-CAMPO-2)
008350             TO WS-DET-MONTO (DET-IDX)
008360     END-IF
008370     ADD FUNCTION NUMVAL (WS-ENT-CAMPO-2) TO WS-LOTE-SUMA.
008380 3300-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420* 3400-DETALLE-HUERFANO - Answer a detail row that arrived before
008430*                         any header
008440******************************************************************
008450 3400-DETALLE-HUERFANO.
008460     ADD 1 TO WS-CNT-HUERFANAS
008470     MOVE WS-NUM-LINEA TO WS-RSD-LINEA
008480     MOVE WS-ENT-CAMPO-1 TO WS-RSD-CTA
008490     IF FUNCTION TEST-NUMVAL (WS-ENT-CAMPO-2) = 0
008500         MOVE FUNCTION NUMVAL (WS-ENT-CAMPO-2) TO WS-RSD-MONTO
008510     ELSE
008520         MOVE 0 TO WS-RSD-MONTO
008530     END-IF
008540     MOVE "P20" TO WS-MOTIVO
008550     PERFORM 5300-TEXTO-MOTIVO THRU 5300-EXIT
008560     MOVE WS-MOTIVO TO WS-RSD-MOTIVO
008570     MOVE WS-MOTIVO-TEXTO TO WS-RSD-TEXTO
008580     WRITE RESPUESTA-LINE FROM WS-RSP-DET-LINEA.
008590 3400-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630* 3600-WRITE-TRAILER - Close the drop with a TRAILER row carrying
008640*                     the generated row count and net amount
008650*                     (internal transfers net to zero), so the
008660*                     posting run's trailer reconciliation covers
008670*                     this file like any operator drop
008680******************************************************************
008690 3600-WRITE-TRAILER.
008700     MOVE WS-NETO TO WS-NETO-ED
008710     MOVE SPACES TO WS-DROP-LINEA
008720     STRING WS-CNT-LINEAS "," "TRAILER" "," WS-NETO-ED
008730         DELIMITED BY SIZE INTO WS-DROP-LINEA
008740     WRITE DROP-LINE FROM WS-DROP-LINEA
008750     CLOSE DROP-FILE.
008760 3600-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800* 3700-REGISTRA-ARCHIVO - Append the generated drop to
008810*                        ARCHIVOS.TXT so the posting run picks it
008820*                        up, seeding data.csv first when no list
008830*                        exists yet so the operator's file still
008840*                        posts. A rerun of the same business date
008850*                        finds its drop already listed and leaves
008860*                        the list alone.
008870******************************************************************
008880 3700-REGISTRA-ARCHIVO.
008890     MOVE "N" TO WS-ARCHIVO-LISTADO
008900     OPEN INPUT ARCHIVOS-FILE
008910     IF WS-ARCHIVOS-OK
008920         PERFORM UNTIL WS-ARCHIVOS-FIN
008930             READ ARCHIVOS-FILE
008940                 AT END
008950                     SET WS-ARCHIVOS-FIN TO TRUE
008960                 NOT AT END
008970                     IF ARCHIVOS-LINE = WS-DROP-FILENAME
008980                         SET WS-YA-LISTADO TO TRUE
008990                     END-IF
009000             END-READ
009010         END-PERFORM
009020         CLOSE ARCHIVOS-FILE
009030     END-IF
009040     IF WS-YA-LISTADO
009050         GO TO 3700-EXIT
009060     END-IF
009070     OPEN EXTEND ARCHIVOS-FILE
009080     IF WS-ARCHIVOS-NOFILE
009090         OPEN OUTPUT ARCHIVOS-FILE
009100         MOVE "data.csv" TO ARCHIVOS-LINE
009110         WRITE ARCHIVOS-LINE
009120     END-IF
009130     MOVE WS-DROP-FILENAME TO ARCHIVOS-LINE
009140     WRITE ARCHIVOS-LINE
009150     CLOSE ARCHIVOS-FILE.
009160 3700-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200* 4000-CIERRA-LOTE - Settle the assembled batch: prove the header,
009210*                   every employee row, the control figures and
009220*                   the company's funding, then pay the whole
009230*                   batch or none of it
009240******************************************************************
009250 4000-CIERRA-LOTE.
009260     MOVE "N" TO WS-LOTE-ABIERTO
009270     ADD 1 TO WS-CNT-LOTES
009280     MOVE 0 TO WS-CAB-COUNT
009290     MOVE 0 TO WS-LOTE-FALLAS
009300     PERFORM 4100-VALIDA-CABECERA THRU 4100-EXIT
009310     PERFORM 4200-VALIDA-DETALLE THRU 4200-EXIT
009320         VARYING DET-IDX FROM 1 BY 1
009330         UNTIL DET-IDX > WS-DET-COUNT
009340     IF WS-LOTE-CAB-OK
009350         PERFORM 4300-VALIDA-CONTROL THRU 4300-EXIT
009360     END-IF
009370     IF WS-LOTE-CAB-OK AND WS-LOTE-FALLAS = 0 AND WS-CAB-COUNT = 0
009380         PERFORM 4400-VALIDA-FONDOS THRU 4400-EXIT
009390     END-IF
009400     MOVE WS-LOTE-NUM TO WS-RSP-LOTE
009410     MOVE WS-LOTE-REF TO WS-RSP-REF
009420     MOVE WS-LOTE-CTA TO WS-RSP-CTA
009430     MOVE WS-LOTE-FECHA TO WS-RSP-FECHA
009440     MOVE WS-LOTE-MONEDA TO WS-RSP-MONEDA
009450     MOVE WS-LOTE-CANT TO WS-RSP-CANT
009460     MOVE WS-LOTE-SUMA TO WS-RSP-TOTAL
009470     IF WS-CAB-COUNT = 0 AND WS-LOTE-FALLAS = 0
009480         PERFORM 4600-EMITE-LOTE THRU 4600-EXIT
009490     ELSE
009500         PERFORM 4500-RECHAZA-LOTE THRU 4500-EXIT
009510     END-IF.
009520 4000-EXIT.
009530     EXIT.
009540
009550******************************************************************
009560* 4100-VALIDA-CABECERA - The header must be complete, value-dated
009570*                       on the business date, and name an open,
009580*                       active account of ours; the batch must
009590*                       also fit the day's remaining TR-IDs
009600******************************************************************
009610 4100-VALIDA-CABECERA.
009620     IF NOT WS-LOTE-CAB-OK
009630         MOVE "P10" TO WS-MOTIVO
009640         PERFORM 4150-AGREGA-CABECERA THRU 4150-EXIT
009650         GO TO 4100-EXIT
009660     END-IF
009670     IF WS-LOTE-FECHA NOT = WS-BATCH-FECHA
009680         MOVE "P14" TO WS-MOTIVO
009690         PERFORM 4150-AGREGA-CABECERA THRU 4150-EXIT
009700     END-IF
009710     MOVE WS-LOTE-CTA TO WS-BUSCA-CUENTA
009720     PERFORM 5000-BUSCA-MAESTRO THRU 5000-EXIT
009730     MOVE 0 TO WS-LOTE-LIMITE
009740     MOVE 0 TO WS-LOTE-COMPROMETIDO
009750     MOVE "N" TO WS-LOTE-EXENTO
009760     EVALUATE TRUE
009770         WHEN NOT WS-CTA-CONOCIDA
009780             MOVE "P11" TO WS-MOTIVO
009790             PERFORM 4150-AGREGA-CABECERA THRU 4150-EXIT
009800         WHEN WS-CTA-ESTADO = "C"
009810             MOVE "P12" TO WS-MOTIVO
009820             PERFORM 4150-AGREGA-CABECERA THRU 4150-EXIT
009830         WHEN WS-CTA-ESTADO = "I"
009840             MOVE "P13" TO WS-MOTIVO
009850             PERFORM 4150-AGREGA-CABECERA THRU 4150-EXIT
009860         WHEN OTHER
009870             MOVE WS-MSTR-LIMITE (MSTR-IDX) TO WS-LOTE-LIMITE
009880             MOVE WS-MSTR-COMPROMETIDO (MSTR-IDX)
009890                 TO WS-LOTE-COMPROMETIDO
009900             MOVE WS-MSTR-ITF-EXENTO (MSTR-IDX) TO WS-LOTE-EXENTO
009910     END-EVALUATE
009920     MOVE WS-LOTE-MONEDA TO WS-BUSCA-MONEDA
009930     PERFORM 5100-BUSCA-TASA THRU 5100-EXIT
009940     MOVE WS-TASA-ENCONTRADA TO WS-LOTE-TASA
009950     IF WS-LOTE-TASA = 0
009960         MOVE "P18" TO WS-MOTIVO
009970         PERFORM 4150-AGREGA-CABECERA THRU 4150-EXIT
009980     END-IF
009990     IF WS-LOTE-DESBORDE
010000             OR WS-PROX-ID + WS-LOTE-CANT - 1 > WS-ULTIMO-ID
010010         MOVE "P19" TO WS-MOTIVO
010020         PERFORM 4150-AGREGA-CABECERA THRU 4150-EXIT
010030     END-IF.
010040 4100-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080* 4150-AGREGA-CABECERA - Record one batch-level failure
010090******************************************************************
010100 4150-AGREGA-CABECERA.
010110     IF WS-CAB-COUNT < 10
010120         ADD 1 TO WS-CAB-COUNT
010130         SET CAB-IDX TO WS-CAB-COUNT
010140         MOVE WS-MOTIVO TO WS-CAB-MOTIVO (CAB-IDX)
010150     END-IF.
010160 4150-EXIT.
010170     EXIT.
010180
010190******************************************************************
010200* 4200-VALIDA-DETALLE - Prove one employee row. The first failing
010210*                       check sets the reason: P04 amount (set on
010220*                       load), P06 the company paying itself, P01
010230*                       not one of our accounts, P02 closed, P03
010240*                       inactive, P05 the same employee already
010250*                       earlier in the batch.
010260******************************************************************
010270 4200-VALIDA-DETALLE.
010280     IF WS-DET-MOTIVO (DET-IDX) NOT = SPACES
010290         ADD 1 TO WS-LOTE-FALLAS
010300         GO TO 4200-EXIT
010310     END-IF
010320     IF WS-DET-CTA (DET-IDX) = WS-LOTE-CTA
010330         MOVE "P06" TO WS-DET-MOTIVO (DET-IDX)
010340         ADD 1 TO WS-LOTE-FALLAS
010350         GO TO 4200-EXIT
010360     END-IF
010370     MOVE WS-DET-CTA (DET-IDX) TO WS-BUSCA-CUENTA
010380     PERFORM 5000-BUSCA-MAESTRO THRU 5000-EXIT
010390     EVALUATE TRUE
010400         WHEN NOT WS-CTA-CONOCIDA
010410             MOVE "P01" TO WS-DET-MOTIVO (DET-IDX)
010420         WHEN WS-CTA-ESTADO = "C"
010430             MOVE "P02" TO WS-DET-MOTIVO (DET-IDX)
010440         WHEN WS-CTA-ESTADO = "I"
010450             MOVE "P03" TO WS-DET-MOTIVO (DET-IDX)
010460         WHEN OTHER
010470             PERFORM 4210-BUSCA-REPETIDA THRU 4210-EXIT
010480                 VARYING DET-IDX2 FROM 1 BY 1
010490                 UNTIL DET-IDX2 NOT < DET-IDX
010500                     OR WS-DET-MOTIVO (DET-IDX) NOT = SPACES
010510     END-EVALUATE
010520     IF WS-DET-MOTIVO (DET-IDX) NOT = SPACES
010530         ADD 1 TO WS-LOTE-FALLAS
010540     END-IF.
010550 4200-EXIT.
010560     EXIT.
010570
010580******************************************************************
010590* 4210-BUSCA-REPETIDA - Flag the current row when an earlier row
010600*                       of the batch pays the same account
010610******************************************************************
010620 4210-BUSCA-REPETIDA.
010630     IF WS-DET-CTA (DET-IDX2) = WS-DET-CTA (DET-IDX)
010640         MOVE "P05" TO WS-DET-MOTIVO (DET-IDX)
010650     END-IF.
010660 4210-EXIT.
010670     EXIT.
010680
010690******************************************************************
010700* 4300-VALIDA-CONTROL - The batch must foot to its header's
010710*                       control total and count
010720******************************************************************
010730 4300-VALIDA-CONTROL.
010740     IF WS-LOTE-SUMA NOT = WS-LOTE-CTRL-TOTAL
010750         MOVE "P15" TO WS-MOTIVO
010760         PERFORM 4150-AGREGA-CABECERA THRU 4150-EXIT
010770     END-IF
010780     IF WS-LOTE-CANT NOT = WS-LOTE-CTRL-CANT
010790         MOVE "P16" TO WS-MOTIVO
010800         PERFORM 4150-AGREGA-CABECERA THRU 4150-EXIT
010810     END-IF.
010820 4300-EXIT.
010830     EXIT.
010840
010850******************************************************************
010860* 4400-VALIDA-FONDOS - The company account must carry the whole
010870*                      batch, and the ITF each transfer will be
010880*                      charged, within its LIMITE less its active
010890*                      holds and less what batches accepted
010900*                      earlier in this file already commit against
010910*                      the same account. The posting run holds
010920*                      each debit leg to that same floor; only
010930*                      same-day operator debits in data.csv, which
010940*                      this run cannot see, can still cut a batch
010950*                      short.
010960******************************************************************
010970 4400-VALIDA-FONDOS.
010980     COMPUTE WS-LOTE-REQUERIDO = WS-LOTE-SUMA * WS-LOTE-TASA
010990     IF NOT WS-LOTE-SIN-ITF AND WS-TASA-ITF-PCT > 0
011000         PERFORM 4410-SUMA-ITF THRU 4410-EXIT
011010             VARYING DET-IDX FROM 1 BY 1
011020             UNTIL DET-IDX > WS-DET-COUNT
011030     END-IF
011040     MOVE 0 TO WS-LOTE-RETENIDO
011050     SET RET-IDX TO 1
011060     SEARCH WS-RETENC-ENTRY
011070         AT END
011080             CONTINUE
011090         WHEN WS-RET-CTA-ID (RET-IDX) = WS-LOTE-CTA
011100             MOVE WS-RET-PEN (RET-IDX) TO WS-LOTE-RETENIDO
011110     END-SEARCH
011120     COMPUTE WS-LOTE-DISPONIBLE =
011130         WS-LOTE-LIMITE - WS-LOTE-RETENIDO - WS-LOTE-COMPROMETIDO
011140     IF WS-LOTE-REQUERIDO > WS-LOTE-DISPONIBLE
011150         MOVE "P17" TO WS-MOTIVO
011160         PERFORM 4150-AGREGA-CABECERA THRU 4150-EXIT
011170     END-IF.
011180 4400-EXIT.
011190     EXIT.
011200
011210******************************************************************
011220* 4410-SUMA-ITF - Add one transfer's ITF, truncated to the centimo
011230*                 in the batch currency as the posting run works
011240*                 it out, to the amount the company must fund
011250******************************************************************
011260 4410-SUMA-ITF.
011270     COMPUTE WS-LOTE-ITF =
011280         WS-DET-MONTO (DET-IDX) * WS-TASA-ITF-PCT / 100
011290     COMPUTE WS-LOTE-REQUERIDO =
011300         WS-LOTE-REQUERIDO + WS-LOTE-ITF * WS-LOTE-TASA.
011310 4410-EXIT.
011320     EXIT.
011330
011340******************************************************************
011350* 4500-RECHAZA-LOTE - Answer a refused batch: the batch line, its
011360*                     batch-level reasons and every failing
011370*                     employee row. Nothing is paid.
011380******************************************************************
011390 4500-RECHAZA-LOTE.
011400     ADD 1 TO WS-CNT-LOTES-RECH
011410     MOVE "RECHAZADO" TO WS-RSP-ESTADO
011420     WRITE RESPUESTA-LINE FROM WS-RSP-LOTE-LINEA
011430     PERFORM 4510-WRITE-CABECERA THRU 4510-EXIT
011440         VARYING CAB-IDX FROM 1 BY 1
011450         UNTIL CAB-IDX > WS-CAB-COUNT
011460     PERFORM 4520-WRITE-DETALLE THRU 4520-EXIT
011470         VARYING DET-IDX FROM 1 BY 1
011480         UNTIL DET-IDX > WS-DET-COUNT
011490     DISPLAY "PROCESA-PLANILLA: LOTE " WS-LOTE-NUM " EMPRESA "
011500         WS-LOTE-CTA " RECHAZADO".
011510 4500-EXIT.
011520     EXIT.
011530
011540******************************************************************
011550* 4510-WRITE-CABECERA - Write one batch-level reason; a funding
011560*                       refusal also shows the PEN amount the
011570*                       batch needs against what is available
011580******************************************************************
011590 4510-WRITE-CABECERA.
011600     MOVE WS-CAB-MOTIVO (CAB-IDX) TO WS-MOTIVO
011610     PERFORM 5300-TEXTO-MOTIVO THRU 5300-EXIT
011620     MOVE WS-MOTIVO TO WS-RSC-MOTIVO
011630     MOVE WS-MOTIVO-TEXTO TO WS-RSC-TEXTO
011640     MOVE SPACES TO WS-RSC-DETALLE
011650     IF WS-MOT-SIN-FONDOS
011660         MOVE WS-LOTE-REQUERIDO TO WS-RSF-REQ
011670         MOVE WS-LOTE-DISPONIBLE TO WS-RSF-DISP
011680         MOVE WS-RSP-FONDOS TO WS-RSC-DETALLE
011690     END-IF
011700     WRITE RESPUESTA-LINE FROM WS-RSP-CAB-LINEA.
011710 4510-EXIT.
011720     EXIT.
011730
011740******************************************************************
011750* 4520-WRITE-DETALLE - Write one failing employee row
011760******************************************************************
011770 4520-WRITE-DETALLE.
011780     IF WS-DET-MOTIVO (DET-IDX) = SPACES
011790         GO TO 4520-EXIT
011800     END-IF
011810     MOVE WS-DET-LINEA (DET-IDX) TO WS-RSD-LINEA
011820     MOVE WS-DET-CTA (DET-IDX) TO WS-RSD-CTA
011830     MOVE WS-DET-MONTO (DET-IDX) TO WS-RSD-MONTO
011840     MOVE WS-DET-MOTIVO (DET-IDX) TO WS-MOTIVO
011850     PERFORM 5300-TEXTO-MOTIVO THRU 5300-EXIT
011860     MOVE WS-MOTIVO TO WS-RSD-MOTIVO
011870     MOVE WS-MOTIVO-TEXTO TO WS-RSD-TEXTO
011880     WRITE RESPUESTA-LINE FROM WS-RSP-DET-LINEA.
011890 4520-EXIT.
011900     EXIT.
011910
011920******************************************************************
011930* 4600-EMITE-LOTE - Pay an accepted batch: one Transferencia row
011940*                   per employee in the data.csv column order
011950*                   (ID,TIPO,MONTO,CUENTA,CTA-DESTINO,FECHA,
011960*                   MONEDA), value-dated as the header says,
011970*                   opening the drop on the first row of the day
011980*                   and committing the batch total against the
011990*                   company account for the batches that follow
012000******************************************************************
012010 4600-EMITE-LOTE.
012020     ADD 1 TO WS-CNT-LOTES-OK
012030     MOVE WS-LOTE-CTA TO WS-BUSCA-CUENTA
012040     PERFORM 5000-BUSCA-MAESTRO THRU 5000-EXIT
012050     IF WS-CTA-CONOCIDA
012060         ADD WS-LOTE-REQUERIDO TO WS-MSTR-COMPROMETIDO (MSTR-IDX)
012070     END-IF
012080     MOVE "ACEPTADO" TO WS-RSP-ESTADO
012090     WRITE RESPUESTA-LINE FROM WS-RSP-LOTE-LINEA
012100     MOVE SPACES TO WS-LOTE-FECHA-ISO
012110     STRING WS-LOTE-FECHA (1:4) "-" WS-LOTE-FECHA (5:2) "-"
012120         WS-LOTE-FECHA (7:2) DELIMITED BY SIZE
012130         INTO WS-LOTE-FECHA-ISO
012140     IF WS-CNT-LINEAS = 0
012150         OPEN OUTPUT DROP-FILE
012160     END-IF
012170     PERFORM 4610-EMITE-TRANSFERENCIA THRU 4610-EXIT
012180         VARYING DET-IDX FROM 1 BY 1
012190         UNTIL DET-IDX > WS-DET-COUNT
012200     DISPLAY "PROCESA-PLANILLA: LOTE " WS-LOTE-NUM " EMPRESA "
012210         WS-LOTE-CTA " ACEPTADO".
012220 4600-EXIT.
012230     EXIT.
012240
012250******************************************************************
012260* 4610-EMITE-TRANSFERENCIA - Write one employee's transfer
012270******************************************************************
012280 4610-EMITE-TRANSFERENCIA.
012290     MOVE WS-DET-MONTO (DET-IDX) TO WS-MONTO-ED
012300     MOVE SPACES TO WS-DROP-LINEA
012310     STRING WS-PROX-ID "," "Transferencia" ","
012320         WS-MONTO-ED ","
012330         WS-LOTE-CTA DELIMITED BY SPACE
012340         "," DELIMITED BY SIZE
012350         WS-DET-CTA (DET-IDX) DELIMITED BY SPACE
012360         "," WS-LOTE-FECHA-ISO ","
012370         WS-LOTE-MONEDA DELIMITED BY SIZE
012380         INTO WS-DROP-LINEA
012390     WRITE DROP-LINE FROM WS-DROP-LINEA
012400     ADD 1 TO WS-CNT-LINEAS
012410     ADD 1 TO WS-PROX-ID.
012420 4610-EXIT.
012430     EXIT.
012440
012450******************************************************************
012460* 5000-BUSCA-MAESTRO - Look WS-BUSCA-CUENTA up in the master,
012470*                      leaving MSTR-IDX on it and its state in
012480*                      WS-CTA-ESTADO
012490******************************************************************
012500 5000-BUSCA-MAESTRO.
012510     MOVE "N" TO WS-CTA-HALLADA
012520     MOVE SPACES TO WS-CTA-ESTADO
012530     SET MSTR-IDX TO 1
012540     SEARCH WS-MAESTRO-ENTRY
012550         AT END
012560             CONTINUE
012570         WHEN WS-MSTR-CTA-ID (MSTR-IDX) = WS-BUSCA-CUENTA
012580             SET WS-CTA-CONOCIDA TO TRUE
012590             MOVE WS-MSTR-ESTADO (MSTR-IDX) TO WS-CTA-ESTADO
012600     END-SEARCH.
012610 5000-EXIT.
012620     EXIT.
012630
012640******************************************************************
012650* 5100-BUSCA-TASA - PEN rate of WS-BUSCA-MONEDA in
012660*                   WS-TASA-ENCONTRADA (zero when unknown)
012670******************************************************************
012680 5100-BUSCA-TASA.
012690     MOVE 0 TO WS-TASA-ENCONTRADA
012700     SET TASA-IDX TO 1
012710     SEARCH WS-TASA-ENTRY
012720         AT END
012730             CONTINUE
012740         WHEN WS-TASA-MONEDA (TASA-IDX) = WS-BUSCA-MONEDA
012750             MOVE WS-TASA-VALOR (TASA-IDX) TO WS-TASA-ENCONTRADA
012760     END-SEARCH.
012770 5100-EXIT.
012780     EXIT.
012790
012800******************************************************************
012810* 5300-TEXTO-MOTIVO - Wording of reason code WS-MOTIVO for the
012820*                     company's response
012830******************************************************************
012840 5300-TEXTO-MOTIVO.
012850     EVALUATE TRUE
012860         WHEN WS-MOT-CTA-INEXIST
012870             MOVE "CUENTA NO EXISTE" TO WS-MOTIVO-TEXTO
012880         WHEN WS-MOT-CTA-CERRADA
012890             MOVE "CUENTA CERRADA" TO WS-MOTIVO-TEXTO
012900         WHEN WS-MOT-CTA-INACTIVA
012910             MOVE "CUENTA INACTIVA" TO WS-MOTIVO-TEXTO
012920         WHEN WS-MOT-MONTO-INVAL
012930             MOVE "MONTO INVALIDO" TO WS-MOTIVO-TEXTO
012940         WHEN WS-MOT-CTA-REPETIDA
012950             MOVE "CUENTA REPETIDA EN EL LOTE" TO WS-MOTIVO-TEXTO
012960         WHEN WS-MOT-CTA-EMPRESA
012970             MOVE "ABONO A LA PROPIA CUENTA EMPRESA"
012980                 TO WS-MOTIVO-TEXTO
012990         WHEN WS-MOT-CAB-INVALIDA
013000             MOVE "CABECERA INCOMPLETA O INVALIDA"
013010                 TO WS-MOTIVO-TEXTO
013020         WHEN WS-MOT-EMP-INEXIST
013030             MOVE "CUENTA EMPRESA NO EXISTE" TO WS-MOTIVO-TEXTO
013040         WHEN WS-MOT-EMP-CERRADA
013050             MOVE "CUENTA EMPRESA CERRADA" TO WS-MOTIVO-TEXTO
013060         WHEN WS-MOT-EMP-INACTIVA
013070             MOVE "CUENTA EMPRESA INACTIVA" TO WS-MOTIVO-TEXTO
013080         WHEN WS-MOT-FECHA-VALOR
013090             MOVE "FECHA VALOR DISTINTA A FECHA DE PROCESO"
013100                 TO WS-MOTIVO-TEXTO
013110         WHEN WS-MOT-TOTAL-CTRL
013120             MOVE "TOTAL DE CONTROL NO CUADRA" TO WS-MOTIVO-TEXTO
013130         WHEN WS-MOT-CANT-CTRL
013140             MOVE "CANTIDAD DE CONTROL NO CUADRA"
013150                 TO WS-MOTIVO-TEXTO
013160         WHEN WS-MOT-SIN-FONDOS
013170             MOVE "FONDOS INSUFICIENTES DENTRO DEL LIMITE"
013180                 TO WS-MOTIVO-TEXTO
013190         WHEN WS-MOT-SIN-TASA
013200             MOVE "MONEDA SIN TIPO DE CAMBIO" TO WS-MOTIVO-TEXTO
013210         WHEN WS-MOT-CAPACIDAD
013220             MOVE "LOTE EXCEDE LA CAPACIDAD DEL DIA"
013230                 TO WS-MOTIVO-TEXTO
013240         WHEN WS-MOT-SIN-CABECERA
013250             MOVE "DETALLE SIN CABECERA DE LOTE"
013260                 TO WS-MOTIVO-TEXTO
013270         WHEN OTHER
013280             MOVE SPACES TO WS-MOTIVO-TEXTO
013290     END-EVALUATE.
013300 5300-EXIT.
013310     EXIT.
013320
013330******************************************************************
013340* 9999-TERMINATE - Echo the run summary
013350******************************************************************
013360 9999-TERMINATE.
013370     DISPLAY "PROCESA-PLANILLA: LOTES RECIBIDOS:   " WS-CNT-LOTES
013380     DISPLAY "PROCESA-PLANILLA: ACEPTADOS:         "
013390         WS-CNT-LOTES-OK " - " WS-CNT-LINEAS
013400         " TRANSFERENCIAS EN " WS-DROP-FILENAME
013410     DISPLAY "PROCESA-PLANILLA: RECHAZADOS:        "
013420         WS-CNT-LOTES-RECH " - RESPUESTA EN "
013430         WS-RESPUESTA-FILENAME
013440     IF WS-CNT-HUERFANAS > 0
013450         DISPLAY "PROCESA-PLANILLA: DETALLES SIN CABECERA: "
013460             WS-CNT-HUERFANAS
013470     END-IF.
013480 9999-EXIT.
013490     EXIT.
