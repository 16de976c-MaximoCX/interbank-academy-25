000010******************************************************************
000020* Author:CESAR CHINCHAY
000030* Date:15/10/2026
000040* Purpose:INTERBANK COBOL ACADEMY
000050* Tectonics: cobc
000060******************************************************************
000070* Modification History
000080*   Date       Init  Description
000090*   ---------- ----  ---------------------------------------------
000100*   2026-10-15  CCH  Initial version: installment loan
000110*                    disbursement. Reads the loan master
000120*                    PRESTAMOS.TXT (PRESTAMO-ID,CTA-PAGO,
000130*                    PRINCIPAL,TASA-ANUAL,PLAZO,FECHA-INICIO,
000140*                    ESTADO per line) and disburses every loan
000150*                    still pending ("P") whose start date has
000160*                    come: the principal is credited to its
000170*                    repayment account through the drop
000180*                    DESEMBOLSOS-yyyymmdd.CSV (data.csv layout,
000190*                    TR-IDs from 55001, TRAILER included,
000200*                    registered in ARCHIVOS.TXT; a rerun of the
000210*                    same date keeps the rows already in that
000220*                    drop and adds its own after them) and its
000230*                    French-method amortization schedule - equal
000240*                    monthly installments, interest on the
000250*                    outstanding principal, the last installment
000260*                    absorbing the rounding - is appended to
000270*                    CRONOGRAMA-PRESTAMOS.TXT for the daily
000280*                    collection step COBRANZA-PRESTAMOS. The
000290*                    loan goes back to the master as disbursed
000300*                    ("D"); a loan that fails validation stays
000310*                    pending and is listed with its reason in
000320*                    DESEMBOLSOS-yyyymmdd.TXT next to the
000330*                    schedules of the loans paid out.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. DESEMBOLSO-PRESTAMOS.
000370 AUTHOR. CESAR CHINCHAY.
000380 INSTALLATION. INTERBANK COBOL ACADEMY.
000390 DATE-WRITTEN. 15/10/2026.
000400 DATE-COMPILED. 15/10/2026.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.TXT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PRESTAMOS-STATUS.
000480
000490     SELECT CRONOGRAMA-FILE ASSIGN TO "CRONOGRAMA-PRESTAMOS.TXT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CRONOGRAMA-STATUS.
000520
000530     SELECT MAESTRO-FILE ASSIGN TO "MAESTRO-CUENTAS.TXT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-MAESTRO-STATUS.
000560
000570     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FECHAPROC-STATUS.
000600
000610     SELECT DROP-FILE ASSIGN TO WS-DROP-FILENAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-DROP-STATUS.
000640
000650     SELECT DESEMB-FILE ASSIGN TO WS-DESEMB-FILENAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-DESEMB-STATUS.
000680
000690     SELECT ARCHIVOS-FILE ASSIGN TO "ARCHIVOS.TXT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ARCHIVOS-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PRESTAMOS-FILE.
000760 01  PRESTAMOS-LINE        PIC X(80).
000770
000780 FD  CRONOGRAMA-FILE.
000790 01  CRONOGRAMA-LINE       PIC X(110).
000800
000810 FD  MAESTRO-FILE.
000820 01  MAESTRO-LINE          PIC X(60).
000830
000840 FD  FECHA-PROC-FILE.
000850 01  FECHA-PROC-LINE       PIC X(10).
000860
000870 FD  DROP-FILE.
000880 01  DROP-LINE             PIC X(80).
000890
000900 FD  DESEMB-FILE.
000910 01  DESEMB-LINE           PIC X(100).
000920
000930 FD  ARCHIVOS-FILE.
000940 01  ARCHIVOS-LINE         PIC X(40).
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-PRESTAMOS-STATUS  PIC XX.
000980     88  WS-PRESTAMOS-OK      VALUE "00".
000990 01  WS-PRESTAMOS-EOF     PIC X VALUE "N".
001000     88  WS-PRESTAMOS-FIN     VALUE "Y".
001010 01  WS-CRONOGRAMA-STATUS PIC XX.
001020     88  WS-CRONOGRAMA-NOFILE VALUE "35".
001030 01  WS-MAESTRO-STATUS    PIC XX.
001040     88  WS-MAESTRO-OK        VALUE "00".
001050 01  WS-MAESTRO-EOF       PIC X VALUE "N".
001060     88  WS-MAESTRO-FIN       VALUE "Y".
001070 01  WS-FECHAPROC-STATUS  PIC XX.
001080     88  WS-FECHAPROC-OK      VALUE "00".
001090 01  WS-DROP-STATUS       PIC XX.
001100     88  WS-DROP-OK           VALUE "00".
001110 01  WS-DROP-EOF          PIC X VALUE "N".
001120     88  WS-DROP-FIN          VALUE "Y".
001130 01  WS-DROP-ABIERTO      PIC X VALUE "N".
001140     88  WS-DROP-EN-USO       VALUE "Y".
001150 01  WS-DESEMB-STATUS     PIC XX.
001160 01  WS-ARCHIVOS-STATUS   PIC XX.
001170     88  WS-ARCHIVOS-OK       VALUE "00".
001180     88  WS-ARCHIVOS-NOFILE   VALUE "35".
001190 01  WS-ARCHIVOS-EOF      PIC X VALUE "N".
001200     88  WS-ARCHIVOS-FIN      VALUE "Y".
001210 01  WS-ARCHIVO-LISTADO   PIC X VALUE "N".
001220     88  WS-YA-LISTADO        VALUE "Y".
001230
001240 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
001250 01  WS-FECHA-ISO         PIC X(10).
001260 01  WS-DROP-FILENAME     PIC X(35).
001270 01  WS-DESEMB-FILENAME   PIC X(35).
001280
001290 01  WS-DELIM             PIC X VALUE ",".
001300
001310******************************************************************
001320* Loan master, held whole so it can be written back with the
001330* disbursed loans marked
001340******************************************************************
001350 01  WS-PRESTAMOS-COUNT   PIC 9(4) COMP VALUE 0.
001360 01  WS-PRESTAMOS-TABLE.
001370     05  WS-PRESTAMO-ENTRY OCCURS 1 TO 500 TIMES
001380             DEPENDING ON WS-PRESTAMOS-COUNT
001390             INDEXED BY PRE-IDX.
001400         10  WS-PRE-ID       PIC X(10).
001410         10  WS-PRE-CUENTA   PIC X(10).
001420         10  WS-PRE-PRINCIPAL PIC 9(7)V99.
001430         10  WS-PRE-TASA     PIC 9(3)V9(4).
001440         10  WS-PRE-PLAZO    PIC 9(3).
001450         10  WS-PRE-INICIO   PIC X(8).
001460         10  WS-PRE-ESTADO   PIC X(1).
001470             88  WS-PRE-PENDIENTE   VALUE "P".
001480             88  WS-PRE-DESEMBOLSADO VALUE "D".
001490         10  WS-PRE-VALIDO   PIC X(1).
001500             88  WS-PRE-ES-VALIDO   VALUE "Y".
001510         10  WS-PRE-TEXTO    PIC X(80).
001520
001530 01  WS-PRE-ID-TMP        PIC X(10).
001540 01  WS-PRE-CTA-TMP       PIC X(10).
001550 01  WS-PRE-PRI-TMP       PIC X(15).
001560 01  WS-PRE-TAS-TMP       PIC X(10).
001570 01  WS-PRE-PLA-TMP       PIC X(5).
001580 01  WS-PRE-INI-TMP       PIC X(8).
001590 01  WS-PRE-EST-TMP       PIC X(1).
001600 01  WS-PRESTAMOS-EXCESO  PIC X VALUE "N".
001610     88  WS-HAY-EXCESO        VALUE "Y".
001620
001630 01  WS-MAESTRO-COUNT     PIC 9(4) COMP VALUE 0.
001640 01  WS-MAESTRO-TABLE.
001650     05  WS-MAESTRO-ENTRY OCCURS 1 TO 500 TIMES
001660             DEPENDING ON WS-MAESTRO-COUNT
001670             INDEXED BY MSTR-IDX.
001680         10  WS-MSTR-CTA-ID  PIC X(10).
001690         10  WS-MSTR-ESTADO  PIC X(1).
001700 01  WS-MSTR-COD-TMP      PIC X(10).
001710 01  WS-MSTR-EST-TMP      PIC X(1).
001720
001730******************************************************************
001740* One installment of the schedule, fixed columns - must match the
001750* layout COBRANZA-PRESTAMOS reads and rewrites. ESTADO "P"
001760* pending, "E" presented for collection, "C" collected; TRAMO-MORA
001770* is the highest delinquency bucket already charged its late fee,
001780* FECHA-MORA the day that fee was presented, TRAMO-ANT the bucket
001790* charged before it and MORA-TR-ID the fee's TR-ID while its
001800* posting result is still awaited (zero otherwise).
001810******************************************************************
001820 01  WS-CRO-REG.
001830     05  WS-CRO-PRESTAMO PIC X(10).
001840     05  WS-CRO-CUENTA   PIC X(10).
001850     05  WS-CRO-NUM      PIC 9(3).
001860     05  WS-CRO-VTO      PIC X(8).
001870     05  WS-CRO-CUOTA    PIC 9(7)V99.
001880     05  WS-CRO-CAPITAL  PIC 9(7)V99.
001890     05  WS-CRO-INTERES  PIC 9(7)V99.
001900     05  WS-CRO-SALDO    PIC 9(9)V99.
001910     05  WS-CRO-ESTADO   PIC X(1).
001920     05  WS-CRO-TR-ID    PIC 9(5).
001930     05  WS-CRO-FECHA-EMI PIC X(8).
001940     05  WS-CRO-FECHA-PAGO PIC X(8).
001950     05  WS-CRO-RECHAZOS PIC 9(3).
001960     05  WS-CRO-TRAMO-MORA PIC 9(1).
001970     05  WS-CRO-FECHA-MORA PIC X(8).
001980     05  WS-CRO-TRAMO-ANT PIC 9(1).
001990     05  WS-CRO-MORA-TR-ID PIC 9(5).
002000
002010******************************************************************
002020* French-method arithmetic: monthly rate, level installment and
002030* the outstanding principal as the schedule is built. (1 + i) ** n
002040* reaches about 3.3E12 at the highest rate and term accepted.
002050******************************************************************
002060 01  WS-TASA-MES          PIC 9V9(9) VALUE 0.
002070 01  WS-FACTOR            PIC 9(15)V9(9) VALUE 0.
002080 01  WS-CUOTA             PIC 9(7)V99 VALUE 0.
002090 01  WS-SALDO             PIC 9(9)V99 VALUE 0.
002100 01  WS-INTERES           PIC 9(7)V99 VALUE 0.
002110 01  WS-CAPITAL           PIC 9(7)V99 VALUE 0.
002120 01  WS-TOT-INTERES       PIC 9(9)V99 VALUE 0.
002130 01  WS-NUM-CUOTA         PIC 9(3) VALUE 0.
002140 01  WS-DIA-ANCLA         PIC 9(2) VALUE 0.
002150
002160 01  WS-FECHA-TRABAJO.
002170     05  WS-FT-ANIO      PIC 9(4).
002180     05  WS-FT-MES       PIC 9(2).
002190     05  WS-FT-DIA       PIC 9(2).
002200 01  WS-FECHA-NUM REDEFINES WS-FECHA-TRABAJO PIC 9(8).
002210 01  WS-FECHA-INT         PIC 9(7) COMP VALUE 0.
002220 01  WS-DIAS-MES          PIC 9(2) COMP VALUE 0.
002230 01  WS-RESTO             PIC 9(4) COMP VALUE 0.
002240 01  WS-COCIENTE          PIC 9(4) COMP VALUE 0.
002250
002260 01  WS-MOTIVO            PIC X(40).
002270 01  WS-LINE-NUM          PIC 9(6) COMP VALUE 0.
002280 01  WS-CNT-DESEMBOLSOS   PIC 9(4) COMP VALUE 0.
002290 01  WS-CNT-OBSERVADOS    PIC 9(4) COMP VALUE 0.
002300 01  WS-CNT-CUOTAS        PIC 9(6) COMP VALUE 0.
002310 01  WS-CNT-LINEAS        PIC 9(5) VALUE 0.
002320 01  WS-NETO              PIC S9(9)V99 VALUE 0.
002330 01  WS-PROX-ID           PIC 9(5) VALUE 55001.
002340 01  WS-ULTIMO-ID         PIC 9(5) VALUE 59999.
002350
002360******************************************************************
002370* Rows of a drop an earlier run of the same business date wrote,
002380* kept so a rerun adds to the drop instead of replacing it
002390******************************************************************
002400 01  WS-PREVIO-COUNT      PIC 9(4) COMP VALUE 0.
002410 01  WS-PREVIO-TABLE.
002420     05  WS-PREVIO-LINEA OCCURS 1 TO 500 TIMES
002430             DEPENDING ON WS-PREVIO-COUNT
002440             INDEXED BY PRV-IDX
002450             PIC X(80).
002460 01  WS-PRV-ID-TMP        PIC X(10).
002470 01  WS-PRV-TIPO-TMP      PIC X(15).
002480 01  WS-PRV-MTO-TMP       PIC X(15).
002490
002500 01  WS-MONTO-ED          PIC 9(5).99.
002510 01  WS-NETO-ED           PIC +9(6).99.
002520 01  WS-DROP-LINEA        PIC X(80).
002530 01  WS-PRE-LINEA         PIC X(80).
002540 01  WS-PRINCIPAL-ED      PIC ZZZZZZ9.99.
002550 01  WS-TASA-ED           PIC ZZ9.9999.
002560
002570 01  WS-HEADER-1.
002580     05  FILLER          PIC X(44) VALUE
002590         "DESEMBOLSOS DE PRESTAMOS - IBK".
002600     05  FILLER          PIC X(18) VALUE "FECHA DE PROCESO: ".
002610     05  WS-HDR-FECHA    PIC X(8).
002620
002630 01  WS-HEADER-2.
002640     05  FILLER          PIC X(90) VALUE ALL "-".
002650
002660 01  WS-PRESTAMO-LINEA.
002670     05  FILLER          PIC X(10) VALUE "PRESTAMO ".
002680     05  WS-PRL-ID       PIC X(10).
002690     05  FILLER          PIC X(9)  VALUE "  CUENTA ".
002700     05  WS-PRL-CTA      PIC X(10).
002710     05  FILLER          PIC X(12) VALUE "  PRINCIPAL ".
002720     05  WS-PRL-PRINCIPAL PIC ZZZZZZ9.99.
002730     05  FILLER          PIC X(8)  VALUE "  TASA ".
002740     05  WS-PRL-TASA     PIC ZZ9.9999.
002750     05  FILLER          PIC X(9)  VALUE "%  PLAZO ".
002760     05  WS-PRL-PLAZO    PIC ZZ9.
002770
002780 01  WS-CUOTA-TITULOS.
002790     05  FILLER          PIC X(8)  VALUE "  CUOTA".
002800     05  FILLER          PIC X(12) VALUE "VENCIMIENTO".
002810     05  FILLER          PIC X(14) VALUE "       IMPORTE".
002820     05  FILLER          PIC X(14) VALUE "       CAPITAL".
002830     05  FILLER          PIC X(14) VALUE "       INTERES".
002840     05  FILLER          PIC X(16) VALUE "   SALDO CAPITAL".
002850
002860 01  WS-CUOTA-LINEA.
002870     05  FILLER          PIC X(4)  VALUE SPACES.
002880     05  WS-CUL-NUM      PIC ZZ9.
002890     05  FILLER          PIC X(1)  VALUE SPACES.
002900     05  WS-CUL-VTO      PIC X(8).
002910     05  FILLER          PIC X(4)  VALUE SPACES.
002920     05  WS-CUL-CUOTA    PIC ZZZZZZZZ9.99.
002930     05  FILLER          PIC X(2)  VALUE SPACES.
002940     05  WS-CUL-CAPITAL  PIC ZZZZZZZZ9.99.
002950     05  FILLER          PIC X(2)  VALUE SPACES.
002960     05  WS-CUL-INTERES  PIC ZZZZZZZZ9.99.
002970     05  FILLER          PIC X(2)  VALUE SPACES.
002980     05  WS-CUL-SALDO    PIC ZZZZZZZZZZZ9.99.
002990
003000 01  WS-TOTAL-INTERES-LINEA.
003010     05  FILLER          PIC X(34) VALUE
003020         "  TOTAL INTERESES DEL CRONOGRAMA:".
003030     05  WS-TIL-INTERES  PIC ZZZZZZZZ9.99.
003040
003050 01  WS-OBSERVADO-LINEA.
003060     05  FILLER          PIC X(10) VALUE "PRESTAMO ".
003070     05  WS-OBL-ID       PIC X(10).
003080     05  FILLER          PIC X(17) VALUE "  NO DESEMBOLSADO".
003090     05  FILLER          PIC X(3)  VALUE " - ".
003100     05  WS-OBL-MOTIVO   PIC X(40).
003110
003120 01  WS-RESUMEN-LINEA.
003130     05  WS-RES-ETIQUETA PIC X(36).
003140     05  WS-RES-CNT      PIC ZZZZZ9.
003150
003160 PROCEDURE DIVISION.
003170******************************************************************
003180* 0000-MAINLINE
003190******************************************************************
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003220     PERFORM 2000-LOAD-PRESTAMOS THRU 2000-EXIT.
003230     PERFORM 3000-DESEMBOLSA THRU 3000-EXIT.
003240     PERFORM 8000-REWRITE-PRESTAMOS THRU 8000-EXIT.
003250     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003260     STOP RUN.
003270
003280******************************************************************
003290* 1000-INITIALIZE - Load the business date and the account master.
003300*                   Without a usable business date no loan can
003310*                   be dated, and without the master no
003320*                   repayment account can be proved, so the step
003330*                   stops with an operator message.
003340******************************************************************
003350 1000-INITIALIZE.
003360     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
003370     IF FUNCTION TEST-NUMVAL (WS-BATCH-FECHA) NOT = 0
003380         DISPLAY "DESEMBOLSO-PRESTAMOS: FECHA-PROCESO.TXT SIN"
003390             " FECHA YYYYMMDD UTILIZABLE - PASO OMITIDO"
003400         STOP RUN
003410     END-IF
003420     MOVE SPACES TO WS-FECHA-ISO
003430     STRING WS-BATCH-FECHA (1:4) "-" WS-BATCH-FECHA (5:2) "-"
003440         WS-BATCH-FECHA (7:2) DELIMITED BY SIZE
003450         INTO WS-FECHA-ISO
003460     MOVE SPACES TO WS-DROP-FILENAME
003470     STRING "DESEMBOLSOS-" WS-BATCH-FECHA ".CSV"
003480         DELIMITED BY SIZE INTO WS-DROP-FILENAME
003490     MOVE SPACES TO WS-DESEMB-FILENAME
003500     STRING "DESEMBOLSOS-" WS-BATCH-FECHA ".TXT"
003510         DELIMITED BY SIZE INTO WS-DESEMB-FILENAME
003520     PERFORM 1500-LOAD-MAESTRO THRU 1500-EXIT
003530     IF WS-MAESTRO-COUNT = 0
003540         DISPLAY "DESEMBOLSO-PRESTAMOS: SIN MAESTRO-CUENTAS.TXT"
003550             " - PASO OMITIDO"
003560         STOP RUN
003570     END-IF
003580     PERFORM 1600-CARGA-DROP-PREVIO THRU 1600-EXIT.
003590 1000-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
003640*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
003650*                          first line). WS-BATCH-FECHA keeps its
003660*                          "SINFECHA" default if the control file
003670*                          is missing or blank, same as the
003680*                          posting run.
003690******************************************************************
003700 1030-LOAD-FECHA-PROCESO.
003710     OPEN INPUT FECHA-PROC-FILE
003720     IF NOT WS-FECHAPROC-OK
003730         GO TO 1030-EXIT
003740     END-IF
003750     READ FECHA-PROC-FILE
003760         AT END
003770             CONTINUE
003780         NOT AT END
003790             IF FECHA-PROC-LINE (1:8) NOT = SPACES
003800                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
003810             END-IF
003820     END-READ
003830     CLOSE FECHA-PROC-FILE.
003840 1030-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 1500-LOAD-MAESTRO - Load CTAID and ESTADO from the account
003890*                     master
003900******************************************************************
003910 1500-LOAD-MAESTRO.
003920     MOVE 0 TO WS-MAESTRO-COUNT
003930     OPEN INPUT MAESTRO-FILE
003940     IF NOT WS-MAESTRO-OK
003950         GO TO 1500-EXIT
003960     END-IF
003970     PERFORM UNTIL WS-MAESTRO-FIN
003980         READ MAESTRO-FILE
003990             AT END
004000                 SET WS-MAESTRO-FIN TO TRUE
004010             NOT AT END
004020                 PERFORM 1510-PARSE-MAESTRO-LINEA THRU 1510-EXIT
004030         END-READ
004040     END-PERFORM
004050     CLOSE MAESTRO-FILE.
004060 1500-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 1510-PARSE-MAESTRO-LINEA - Add the CTAID and ESTADO of one
004110*                           master row to the working table
004120******************************************************************
004130 1510-PARSE-MAESTRO-LINEA.
004140     MOVE SPACES TO WS-MSTR-COD-TMP
004150     MOVE SPACES TO WS-MSTR-EST-TMP
004160     UNSTRING MAESTRO-LINE DELIMITED BY WS-DELIM
004170         INTO WS-MSTR-COD-TMP, WS-MSTR-EST-TMP
004180     IF WS-MSTR-COD-TMP NOT = SPACES AND WS-MAESTRO-COUNT < 500
004190         ADD 1 TO WS-MAESTRO-COUNT
004200         SET MSTR-IDX TO WS-MAESTRO-COUNT
004210         MOVE WS-MSTR-COD-TMP TO WS-MSTR-CTA-ID (MSTR-IDX)
004220         MOVE WS-MSTR-EST-TMP TO WS-MSTR-ESTADO (MSTR-IDX)
004230     END-IF.
004240 1510-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280* 1600-CARGA-DROP-PREVIO - A rerun of the same business date finds
004290*                          the drop an earlier run wrote. Its
004300*                          loans are already "D" in the master
004310*                          and their schedules filed, so their
004320*                          principal rows are kept for the rewrite
004330*                          and the new ones follow them, TR-IDs
004340*                          continuing after the highest one used
004350*                          under a single TRAILER. A drop too
004360*                          large to keep stops the step before
004370*                          anything is touched.
004380******************************************************************
004390 1600-CARGA-DROP-PREVIO.
004400     OPEN INPUT DROP-FILE
004410     IF NOT WS-DROP-OK
004420         GO TO 1600-EXIT
004430     END-IF
004440     PERFORM UNTIL WS-DROP-FIN
004450         READ DROP-FILE
004460             AT END
004470                 SET WS-DROP-FIN TO TRUE
004480             NOT AT END
004490                 PERFORM 1610-CARGA-FILA-PREVIA THRU 1610-EXIT
004500         END-READ
004510     END-PERFORM
004520     CLOSE DROP-FILE.
004530 1600-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 1610-CARGA-FILA-PREVIA - Keep one row of the earlier drop and
004580*                          add its amount to the trailer net; its
004590*                          old TRAILER is dropped, a new one is
004600*                          written for the whole file
004610******************************************************************
004620 1610-CARGA-FILA-PREVIA.
004630     IF DROP-LINE = SPACES
004640         GO TO 1610-EXIT
004650     END-IF
004660     MOVE SPACES TO WS-PRV-ID-TMP
004670     MOVE SPACES TO WS-PRV-TIPO-TMP
004680     MOVE SPACES TO WS-PRV-MTO-TMP
004690     UNSTRING DROP-LINE DELIMITED BY WS-DELIM
004700         INTO WS-PRV-ID-TMP, WS-PRV-TIPO-TMP, WS-PRV-MTO-TMP
004710     IF WS-PRV-TIPO-TMP = "TRAILER"
004720         GO TO 1610-EXIT
004730     END-IF
004740     IF WS-PREVIO-COUNT NOT < 500
004750         DISPLAY "DESEMBOLSO-PRESTAMOS: " WS-DROP-FILENAME
004760             " EXCEDE 500 FILAS - PASO OMITIDO"
004770         STOP RUN
004780     END-IF
004790     ADD 1 TO WS-PREVIO-COUNT
004800     MOVE DROP-LINE TO WS-PREVIO-LINEA (WS-PREVIO-COUNT)
004810     IF FUNCTION TEST-NUMVAL (WS-PRV-MTO-TMP) = 0
004820         ADD FUNCTION NUMVAL (WS-PRV-MTO-TMP) TO WS-NETO
004830     END-IF
004840     IF FUNCTION TEST-NUMVAL (WS-PRV-ID-TMP) = 0
004850         IF FUNCTION NUMVAL (WS-PRV-ID-TMP) NOT < WS-PROX-ID
004860             COMPUTE WS-PROX-ID =
004870                 FUNCTION NUMVAL (WS-PRV-ID-TMP) + 1
004880         END-IF
004890     END-IF.
004900 1610-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940* 2000-LOAD-PRESTAMOS - Load the loan master. A missing file means
004950*                       there is nothing to disburse; a master
004960*                       too large for the table is not rewritten
004970*                       at all, so no loan is lost.
004980******************************************************************
004990 2000-LOAD-PRESTAMOS.
005000     OPEN INPUT PRESTAMOS-FILE
005010     IF NOT WS-PRESTAMOS-OK
005020         DISPLAY "DESEMBOLSO-PRESTAMOS: SIN PRESTAMOS.TXT - NADA"
005030             " QUE DESEMBOLSAR"
005040         STOP RUN
005050     END-IF
005060     PERFORM UNTIL WS-PRESTAMOS-FIN
005070         READ PRESTAMOS-FILE
005080             AT END
005090                 SET WS-PRESTAMOS-FIN TO TRUE
005100             NOT AT END
005110                 ADD 1 TO WS-LINE-NUM
005120                 PERFORM 2100-PARSE-PRESTAMO THRU 2100-EXIT
005130         END-READ
005140     END-PERFORM
005150     CLOSE PRESTAMOS-FILE.
005160 2000-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200* 2100-PARSE-PRESTAMO - Load one PRESTAMO-ID,CTA-PAGO,PRINCIPAL,
005210*                       TASA-ANUAL,PLAZO,FECHA-INICIO,ESTADO row
005220*                       (blank ESTADO = pending). A row that does
005230*                       not parse is kept verbatim and reported.
005240******************************************************************
005250 2100-PARSE-PRESTAMO.
005260     IF PRESTAMOS-LINE = SPACES
005270         GO TO 2100-EXIT
005280     END-IF
005290     IF WS-PRESTAMOS-COUNT NOT < 500
005300         IF NOT WS-HAY-EXCESO
005310             SET WS-HAY-EXCESO TO TRUE
005320             DISPLAY "ADVERTENCIA: TABLA DE PRESTAMOS LLENA"
005330                 " (500) - PRESTAMOS.TXT NO SE REESCRIBE"
005340         END-IF
005350         GO TO 2100-EXIT
005360     END-IF
005370     MOVE SPACES TO WS-PRE-ID-TMP
005380     MOVE SPACES TO WS-PRE-CTA-TMP
005390     MOVE SPACES TO WS-PRE-PRI-TMP
005400     MOVE SPACES TO WS-PRE-TAS-TMP
005410     MOVE SPACES TO WS-PRE-PLA-TMP
005420     MOVE SPACES TO WS-PRE-INI-TMP
005430     MOVE SPACES TO WS-PRE-EST-TMP
005440     UNSTRING PRESTAMOS-LINE DELIMITED BY WS-DELIM
005450         INTO WS-PRE-ID-TMP, WS-PRE-CTA-TMP, WS-PRE-PRI-TMP,
005460             WS-PRE-TAS-TMP, WS-PRE-PLA-TMP, WS-PRE-INI-TMP,
005470             WS-PRE-EST-TMP
005480     ADD 1 TO WS-PRESTAMOS-COUNT
005490     SET PRE-IDX TO WS-PRESTAMOS-COUNT
005500     MOVE PRESTAMOS-LINE TO WS-PRE-TEXTO (PRE-IDX)
005510     MOVE WS-PRE-ID-TMP TO WS-PRE-ID (PRE-IDX)
005520     MOVE WS-PRE-CTA-TMP TO WS-PRE-CUENTA (PRE-IDX)
005530     MOVE WS-PRE-INI-TMP TO WS-PRE-INICIO (PRE-IDX)
005540     IF WS-PRE-EST-TMP = SPACES
005550         MOVE "P" TO WS-PRE-ESTADO (PRE-IDX)
005560     ELSE
005570         MOVE WS-PRE-EST-TMP TO WS-PRE-ESTADO (PRE-IDX)
005580     END-IF
005590     MOVE 0 TO WS-PRE-PRINCIPAL (PRE-IDX)
005600     MOVE 0 TO WS-PRE-TASA (PRE-IDX)
005610     MOVE 0 TO WS-PRE-PLAZO (PRE-IDX)
005620     MOVE "N" TO WS-PRE-VALIDO (PRE-IDX)
005630     IF WS-PRE-ID-TMP = SPACES OR WS-PRE-CTA-TMP = SPACES
005640             OR WS-PRE-INI-TMP NOT NUMERIC
005650             OR FUNCTION TEST-NUMVAL (WS-PRE-PRI-TMP) NOT = 0
005660             OR FUNCTION TEST-NUMVAL (WS-PRE-TAS-TMP) NOT = 0
005670             OR FUNCTION TEST-NUMVAL (WS-PRE-PLA-TMP) NOT = 0
005680         GO TO 2100-EXIT
005690     END-IF
005700     IF FUNCTION NUMVAL (WS-PRE-PRI-TMP) NOT > 0
005710             OR FUNCTION NUMVAL (WS-PRE-PRI-TMP) > 9999999.99
005720             OR FUNCTION NUMVAL (WS-PRE-TAS-TMP) < 0
005730             OR FUNCTION NUMVAL (WS-PRE-TAS-TMP) NOT < 100
005740             OR FUNCTION NUMVAL (WS-PRE-PLA-TMP) < 1
005750             OR FUNCTION NUMVAL (WS-PRE-PLA-TMP) > 360
005760         GO TO 2100-EXIT
005770     END-IF
005780     MOVE FUNCTION NUMVAL (WS-PRE-PRI-TMP)
005790         TO WS-PRE-PRINCIPAL (PRE-IDX)
005800     MOVE FUNCTION NUMVAL (WS-PRE-TAS-TMP)
005810         TO WS-PRE-TASA (PRE-IDX)
005820     MOVE FUNCTION NUMVAL (WS-PRE-PLA-TMP)
005830         TO WS-PRE-PLAZO (PRE-IDX)
005840     SET WS-PRE-ES-VALIDO (PRE-IDX) TO TRUE.
005850 2100-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890* 3000-DESEMBOLSA - Disburse every pending loan whose start date
005900*                   has come. The report is always written; the
005910*                   drop and its ARCHIVOS.TXT entry exist only
005920*                   when at least one loan was paid out.
005930******************************************************************
005940 3000-DESEMBOLSA.
005950     OPEN OUTPUT DESEMB-FILE
005960     MOVE WS-BATCH-FECHA TO WS-HDR-FECHA
005970     WRITE DESEMB-LINE FROM WS-HEADER-2
005980     WRITE DESEMB-LINE FROM WS-HEADER-1
005990     WRITE DESEMB-LINE FROM WS-HEADER-2
006000     IF WS-PRESTAMOS-COUNT > 0
006010         PERFORM 3100-PROCESA-PRESTAMO THRU 3100-EXIT
006020             VARYING PRE-IDX FROM 1 BY 1
006030             UNTIL PRE-IDX > WS-PRESTAMOS-COUNT
006040     END-IF
006050     MOVE SPACES TO DESEMB-LINE
006060     WRITE DESEMB-LINE
006070     MOVE "PRESTAMOS DESEMBOLSADOS:" TO WS-RES-ETIQUETA
006080     MOVE WS-CNT-DESEMBOLSOS TO WS-RES-CNT
006090     WRITE DESEMB-LINE FROM WS-RESUMEN-LINEA
006100     MOVE "CUOTAS PROGRAMADAS:" TO WS-RES-ETIQUETA
006110     MOVE WS-CNT-CUOTAS TO WS-RES-CNT
006120     WRITE DESEMB-LINE FROM WS-RESUMEN-LINEA
006130     MOVE "PRESTAMOS OBSERVADOS:" TO WS-RES-ETIQUETA
006140     MOVE WS-CNT-OBSERVADOS TO WS-RES-CNT
006150     WRITE DESEMB-LINE FROM WS-RESUMEN-LINEA
006160     CLOSE DESEMB-FILE
006170     IF WS-CNT-LINEAS > 0
006180         CLOSE CRONOGRAMA-FILE
006190         PERFORM 3600-WRITE-TRAILER THRU 3600-EXIT
006200         PERFORM 3700-REGISTRA-ARCHIVO THRU 3700-EXIT
006210     END-IF.
006220 3000-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260* 3100-PROCESA-PRESTAMO - Validate one pending loan that is due
006270*                         for disbursement and pay it out. The
006280*                         first failing check is reported and the
006290*                         loan stays pending for the next run.
006300******************************************************************
006310 3100-PROCESA-PRESTAMO.
006320     IF NOT WS-PRE-PENDIENTE (PRE-IDX)
006330         GO TO 3100-EXIT
006340     END-IF
006350     IF WS-PRE-ES-VALIDO (PRE-IDX)
006360             AND WS-PRE-INICIO (PRE-IDX) > WS-BATCH-FECHA
006370         GO TO 3100-EXIT
006380     END-IF
006390     MOVE SPACES TO WS-MOTIVO
006400     IF NOT WS-PRE-ES-VALIDO (PRE-IDX)
006410         MOVE "REGISTRO INCOMPLETO O INVALIDO" TO WS-MOTIVO
006420     ELSE
006430         SET MSTR-IDX TO 1
006440         SEARCH WS-MAESTRO-ENTRY
006450             AT END
006460                 MOVE "CUENTA DE PAGO NO EXISTE" TO WS-MOTIVO
006470             WHEN WS-MSTR-CTA-ID (MSTR-IDX)
006480                     = WS-PRE-CUENTA (PRE-IDX)
006490                 IF WS-MSTR-ESTADO (MSTR-IDX) NOT = "A"
006500                     MOVE "CUENTA DE PAGO NO ACTIVA" TO WS-MOTIVO
006510                 END-IF
006520         END-SEARCH
006530     END-IF
006540     IF WS-MOTIVO = SPACES
006550             AND WS-PRE-PRINCIPAL (PRE-IDX) > 99999.99
006560         MOVE "PRINCIPAL EXCEDE EL MAXIMO POR MOVIMIENTO"
006570             TO WS-MOTIVO
006580     END-IF
006590     IF WS-MOTIVO = SPACES AND WS-PROX-ID > WS-ULTIMO-ID
006600         MOVE "RANGO DE TR-ID 55001-59999 AGOTADO" TO WS-MOTIVO
006610     END-IF
006620     IF WS-MOTIVO = SPACES
006630         PERFORM 3200-CALCULA-CUOTA THRU 3200-EXIT
006640         IF WS-CUOTA > 99999.99
006650             MOVE "CUOTA EXCEDE EL MAXIMO POR MOVIMIENTO"
006660                 TO WS-MOTIVO
006670         END-IF
006680     END-IF
006690     IF WS-MOTIVO NOT = SPACES
006700         ADD 1 TO WS-CNT-OBSERVADOS
006710         MOVE WS-PRE-ID (PRE-IDX) TO WS-OBL-ID
006720         MOVE WS-MOTIVO TO WS-OBL-MOTIVO
006730         MOVE SPACES TO DESEMB-LINE
006740         WRITE DESEMB-LINE
006750         WRITE DESEMB-LINE FROM WS-OBSERVADO-LINEA
006760         GO TO 3100-EXIT
006770     END-IF
006780     PERFORM 3300-GENERA-CRONOGRAMA THRU 3300-EXIT
006790     PERFORM 3500-EMITE-DESEMBOLSO THRU 3500-EXIT
006800     MOVE "D" TO WS-PRE-ESTADO (PRE-IDX)
006810     ADD 1 TO WS-CNT-DESEMBOLSOS.
006820 3100-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860* 3200-CALCULA-CUOTA - French-method level installment:
006870*                      P * i / (1 - (1 + i) ** -n) with i the
006880*                      monthly rate (annual % / 1200), rounded to
006890*                      the centimo; an interest-free loan repays
006900*                      P / n
006910******************************************************************
006920 3200-CALCULA-CUOTA.
006930     COMPUTE WS-TASA-MES ROUNDED = WS-PRE-TASA (PRE-IDX) / 1200
006940     IF WS-TASA-MES = 0
006950         COMPUTE WS-CUOTA ROUNDED =
006960             WS-PRE-PRINCIPAL (PRE-IDX) / WS-PRE-PLAZO (PRE-IDX)
006970         GO TO 3200-EXIT
006980     END-IF
006990     COMPUTE WS-FACTOR ROUNDED =
007000         (1 + WS-TASA-MES) ** WS-PRE-PLAZO (PRE-IDX)
007010     COMPUTE WS-CUOTA ROUNDED =
007020         WS-PRE-PRINCIPAL (PRE-IDX) * WS-TASA-MES * WS-FACTOR
007030             / (WS-FACTOR - 1).
007040 3200-EXIT.
007050     EXIT.
007060
007070******************************************************************
007080* 3300-GENERA-CRONOGRAMA - Build and file the loan's schedule:
007090*                          installment k falls due k months after
007100*                          the start date, on the start day or the
007110*                          last day of a shorter month
007120******************************************************************
007130 3300-GENERA-CRONOGRAMA.
007140     IF WS-CNT-LINEAS = 0
007150         OPEN EXTEND CRONOGRAMA-FILE
007160         IF WS-CRONOGRAMA-NOFILE
007170             OPEN OUTPUT CRONOGRAMA-FILE
007180         END-IF
007190     END-IF
007200     MOVE WS-PRE-ID (PRE-IDX) TO WS-PRL-ID
007210     MOVE WS-PRE-CUENTA (PRE-IDX) TO WS-PRL-CTA
007220     MOVE WS-PRE-PRINCIPAL (PRE-IDX) TO WS-PRL-PRINCIPAL
007230     MOVE WS-PRE-TASA (PRE-IDX) TO WS-PRL-TASA
007240     MOVE WS-PRE-PLAZO (PRE-IDX) TO WS-PRL-PLAZO
007250     MOVE SPACES TO DESEMB-LINE
007260     WRITE DESEMB-LINE
007270     WRITE DESEMB-LINE FROM WS-PRESTAMO-LINEA
007280     WRITE DESEMB-LINE FROM WS-CUOTA-TITULOS
007290     MOVE WS-PRE-INICIO (PRE-IDX) TO WS-FECHA-TRABAJO
007300     MOVE WS-FT-DIA TO WS-DIA-ANCLA
007310     MOVE WS-PRE-PRINCIPAL (PRE-IDX) TO WS-SALDO
007320     MOVE 0 TO WS-TOT-INTERES
007330     PERFORM 3310-GENERA-CUOTA THRU 3310-EXIT
007340         VARYING WS-NUM-CUOTA FROM 1 BY 1
007350         UNTIL WS-NUM-CUOTA > WS-PRE-PLAZO (PRE-IDX)
007360     MOVE WS-TOT-INTERES TO WS-TIL-INTERES
007370     WRITE DESEMB-LINE FROM WS-TOTAL-INTERES-LINEA.
007380 3300-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420* 3310-GENERA-CUOTA - Work out installment WS-NUM-CUOTA: interest
007430*                     on the outstanding principal, the rest of
007440*                     the level installment to principal, and
007450*                     the last installment clearing whatever
007460*                     principal the rounding left
007470******************************************************************
007480 3310-GENERA-CUOTA.
007490     IF WS-FT-MES = 12
007500         MOVE 1 TO WS-FT-MES
007510         ADD 1 TO WS-FT-ANIO
007520     ELSE
007530         ADD 1 TO WS-FT-MES
007540     END-IF
007550     PERFORM 5200-DIAS-DEL-MES THRU 5200-EXIT
007560     MOVE WS-DIA-ANCLA TO WS-FT-DIA
007570     IF WS-FT-DIA > WS-DIAS-MES
007580         MOVE WS-DIAS-MES TO WS-FT-DIA
007590     END-IF
007600     COMPUTE WS-INTERES ROUNDED = WS-SALDO * WS-TASA-MES
007610     IF WS-NUM-CUOTA = WS-PRE-PLAZO (PRE-IDX)
007620             OR WS-CUOTA - WS-INTERES > WS-SALDO
007630         MOVE WS-SALDO TO WS-CAPITAL
007640     ELSE
007650         COMPUTE WS-CAPITAL = WS-CUOTA - WS-INTERES
007660     END-IF
007670     SUBTRACT WS-CAPITAL FROM WS-SALDO
007680     ADD WS-INTERES TO WS-TOT-INTERES
007690     MOVE SPACES TO WS-CRO-REG
007700     MOVE WS-PRE-ID (PRE-IDX) TO WS-CRO-PRESTAMO
007710     MOVE WS-PRE-CUENTA (PRE-IDX) TO WS-CRO-CUENTA
007720     MOVE WS-NUM-CUOTA TO WS-CRO-NUM
007730     MOVE WS-FECHA-TRABAJO TO WS-CRO-VTO
007740     COMPUTE WS-CRO-CUOTA = WS-CAPITAL + WS-INTERES
007750     MOVE WS-CAPITAL TO WS-CRO-CAPITAL
007760     MOVE WS-INTERES TO WS-CRO-INTERES
007770     MOVE WS-SALDO TO WS-CRO-SALDO
007780     MOVE "P" TO WS-CRO-ESTADO
007790     MOVE 0 TO WS-CRO-TR-ID
007800     MOVE 0 TO WS-CRO-RECHAZOS
007810     MOVE 0 TO WS-CRO-TRAMO-MORA
007820     MOVE 0 TO WS-CRO-TRAMO-ANT
007830     MOVE 0 TO WS-CRO-MORA-TR-ID
007840     WRITE CRONOGRAMA-LINE FROM WS-CRO-REG
007850     ADD 1 TO WS-CNT-CUOTAS
007860     MOVE WS-NUM-CUOTA TO WS-CUL-NUM
007870     MOVE WS-CRO-VTO TO WS-CUL-VTO
007880     MOVE WS-CRO-CUOTA TO WS-CUL-CUOTA
007890     MOVE WS-CAPITAL TO WS-CUL-CAPITAL
007900     MOVE WS-INTERES TO WS-CUL-INTERES
007910     MOVE WS-SALDO TO WS-CUL-SALDO
007920     WRITE DESEMB-LINE FROM WS-CUOTA-LINEA.
007930 3310-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970* 3450-ABRE-DROP - Open the drop for the first disbursement of
007980*                  this run, writing back first the rows an
007990*                  earlier run of the same date left in it (1600)
008000******************************************************************
008010 3450-ABRE-DROP.
008020     OPEN OUTPUT DROP-FILE
008030     SET WS-DROP-EN-USO TO TRUE
008040     IF WS-PREVIO-COUNT > 0
008050         PERFORM 3460-COPIA-FILA-PREVIA THRU 3460-EXIT
008060             VARYING PRV-IDX FROM 1 BY 1
008070             UNTIL PRV-IDX > WS-PREVIO-COUNT
008080     END-IF.
008090 3450-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130* 3460-COPIA-FILA-PREVIA - Write back one row of the earlier drop
008140******************************************************************
008150 3460-COPIA-FILA-PREVIA.
008160     WRITE DROP-LINE FROM WS-PREVIO-LINEA (PRV-IDX)
008170     ADD 1 TO WS-CNT-LINEAS.
008180 3460-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220* 3500-EMITE-DESEMBOLSO - Credit the principal to the repayment
008230*                         account as one Credito row of the drop
008240*                         (ID,TIPO,MONTO,CUENTA,CTA-DESTINO,FECHA,
008250*                         MONEDA), value-dated on the business
008260*                         date, opening the drop on the first row
008270******************************************************************
008280 3500-EMITE-DESEMBOLSO.
008290     IF NOT WS-DROP-EN-USO
008300         PERFORM 3450-ABRE-DROP THRU 3450-EXIT
008310     END-IF
008320     MOVE WS-PRE-PRINCIPAL (PRE-IDX) TO WS-MONTO-ED
008330     MOVE SPACES TO WS-DROP-LINEA
008340     STRING WS-PROX-ID "," "Credito" ","
008350         WS-MONTO-ED ","
008360         WS-PRE-CUENTA (PRE-IDX) DELIMITED BY SPACE
008370         "," "," WS-FECHA-ISO "," "PEN" DELIMITED BY SIZE
008380         INTO WS-DROP-LINEA
008390     WRITE DROP-LINE FROM WS-DROP-LINEA
008400     ADD 1 TO WS-CNT-LINEAS
008410     ADD 1 TO WS-PROX-ID
008420     ADD WS-PRE-PRINCIPAL (PRE-IDX) TO WS-NETO.
008430 3500-EXIT.
008440     EXIT.
008450
008460******************************************************************
008470* 3600-WRITE-TRAILER - Close the drop with a TRAILER row carrying
008480*                     the generated row count and net amount, so
008490*                     the posting run's trailer reconciliation
008500*                     covers this file like any operator drop
008510******************************************************************
008520 3600-WRITE-TRAILER.
008530     MOVE WS-NETO TO WS-NETO-ED
008540     MOVE SPACES TO WS-DROP-LINEA
008550     STRING WS-CNT-LINEAS "," "TRAILER" "," WS-NETO-ED
008560         DELIMITED BY SIZE INTO WS-DROP-LINEA
008570     WRITE DROP-LINE FROM WS-DROP-LINEA
008580     CLOSE DROP-FILE.
008590 3600-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630* 3700-REGISTRA-ARCHIVO - Append the generated drop to
008640*                        ARCHIVOS.TXT so the posting run picks it
008650*                        up, seeding data.csv first when no list
008660*                        exists yet so the operator's file still
008670*                        posts. A rerun of the same business date
008680*                        finds its drop already listed and leaves
008690*                        the list alone.
008700******************************************************************
008710 3700-REGISTRA-ARCHIVO.
008720     MOVE "N" TO WS-ARCHIVO-LISTADO
008730     OPEN INPUT ARCHIVOS-FILE
008740     IF WS-ARCHIVOS-OK
008750         PERFORM UNTIL WS-ARCHIVOS-FIN
008760             READ ARCHIVOS-FILE
008770                 AT END
008780                     SET WS-ARCHIVOS-FIN TO TRUE
008790                 NOT AT END
008800                     IF ARCHIVOS-LINE = WS-DROP-FILENAME
008810                         SET WS-YA-LISTADO TO TRUE
008820                     END-IF
008830             END-READ
008840         END-PERFORM
008850         CLOSE ARCHIVOS-FILE
008860     END-IF
008870     IF WS-YA-LISTADO
008880         GO TO 3700-EXIT
008890     END-IF
008900     OPEN EXTEND ARCHIVOS-FILE
008910     IF WS-ARCHIVOS-NOFILE
008920         OPEN OUTPUT ARCHIVOS-FILE
008930         MOVE "data.csv" TO ARCHIVOS-LINE
008940         WRITE ARCHIVOS-LINE
008950     END-IF
008960     MOVE WS-DROP-FILENAME TO ARCHIVOS-LINE
008970     WRITE ARCHIVOS-LINE
008980     CLOSE ARCHIVOS-FILE.
008990 3700-EXIT.
009000     EXIT.
009010
009020******************************************************************
009030* 5200-DIAS-DEL-MES - Length of month WS-FT-MES of year WS-FT-ANIO
009040*                     in WS-DIAS-MES (Gregorian leap years)
009050******************************************************************
009060 5200-DIAS-DEL-MES.
009070     EVALUATE WS-FT-MES
009080         WHEN 4
009090         WHEN 6
009100         WHEN 9
009110         WHEN 11
009120             MOVE 30 TO WS-DIAS-MES
009130         WHEN 2
009140             MOVE 28 TO WS-DIAS-MES
009150             DIVIDE WS-FT-ANIO BY 4
009160                 GIVING WS-COCIENTE REMAINDER WS-RESTO
009170             IF WS-RESTO = 0
009180                 MOVE 29 TO WS-DIAS-MES
009190                 DIVIDE WS-FT-ANIO BY 100
009200                     GIVING WS-COCIENTE REMAINDER WS-RESTO
009210                 IF WS-RESTO = 0
009220                     DIVIDE WS-FT-ANIO BY 400
009230                         GIVING WS-COCIENTE REMAINDER WS-RESTO
009240                     IF WS-RESTO NOT = 0
009250                         MOVE 28 TO WS-DIAS-MES
009260                     END-IF
009270                 END-IF
009280             END-IF
009290         WHEN OTHER
009300             MOVE 31 TO WS-DIAS-MES
009310     END-EVALUATE.
009320 5200-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360* 8000-REWRITE-PRESTAMOS - Rewrite PRESTAMOS.TXT with each loan's
009370*                          new state, in the canonical column
009380*                          order (or verbatim when it failed to
009390*                          parse)
009400******************************************************************
009410 8000-REWRITE-PRESTAMOS.
009420     IF WS-HAY-EXCESO OR WS-CNT-DESEMBOLSOS = 0
009430         GO TO 8000-EXIT
009440     END-IF
009450     OPEN OUTPUT PRESTAMOS-FILE
009460     PERFORM 8100-WRITE-PRESTAMO THRU 8100-EXIT
009470         VARYING PRE-IDX FROM 1 BY 1
009480         UNTIL PRE-IDX > WS-PRESTAMOS-COUNT
009490     CLOSE PRESTAMOS-FILE.
009500 8000-EXIT.
009510     EXIT.
009520
009530******************************************************************
009540* 8100-WRITE-PRESTAMO - Write the loan at PRE-IDX back
009550******************************************************************
009560 8100-WRITE-PRESTAMO.
009570     IF NOT WS-PRE-ES-VALIDO (PRE-IDX)
009580         MOVE WS-PRE-TEXTO (PRE-IDX) TO PRESTAMOS-LINE
009590         WRITE PRESTAMOS-LINE
009600         GO TO 8100-EXIT
009610     END-IF
009620     MOVE WS-PRE-PRINCIPAL (PRE-IDX) TO WS-PRINCIPAL-ED
009630     MOVE WS-PRE-TASA (PRE-IDX) TO WS-TASA-ED
009640     MOVE SPACES TO WS-PRE-LINEA
009650     STRING WS-PRE-ID (PRE-IDX) DELIMITED BY SPACE
009660         "," DELIMITED BY SIZE
009670         WS-PRE-CUENTA (PRE-IDX) DELIMITED BY SPACE
009680         "," DELIMITED BY SIZE
009690         FUNCTION TRIM (WS-PRINCIPAL-ED) DELIMITED BY SIZE
009700         "," DELIMITED BY SIZE
009710         FUNCTION TRIM (WS-TASA-ED) DELIMITED BY SIZE
009720         "," WS-PRE-PLAZO (PRE-IDX) ","
009730         WS-PRE-INICIO (PRE-IDX) ","
009740         WS-PRE-ESTADO (PRE-IDX) DELIMITED BY SIZE
009750         INTO WS-PRE-LINEA
009760     MOVE WS-PRE-LINEA TO PRESTAMOS-LINE
009770     WRITE PRESTAMOS-LINE.
009780 8100-EXIT.
009790     EXIT.
009800
009810******************************************************************
009820* 9999-TERMINATE - Echo the run summary
009830******************************************************************
009840 9999-TERMINATE.
009850     DISPLAY "DESEMBOLSO-PRESTAMOS: DESEMBOLSADOS: "
009860         WS-CNT-DESEMBOLSOS " - DROP " WS-DROP-FILENAME
009870     DISPLAY "DESEMBOLSO-PRESTAMOS: CUOTAS PROGRAMADAS: "
009880         WS-CNT-CUOTAS
009890     DISPLAY "DESEMBOLSO-PRESTAMOS: OBSERVADOS: "
009900         WS-CNT-OBSERVADOS " - VER " WS-DESEMB-FILENAME.
009910 9999-EXIT.
009920     EXIT.
