000010******************************************************************
000020* Author:CESAR CHINCHAY
000030* Date:15/10/2026
000040* Purpose:INTERBANK COBOL ACADEMY
000050* Tectonics: cobc
000060******************************************************************
000070* Modification History
000080*   Date       Init  Description
000090*   ---------- ----  ---------------------------------------------
000100*   2026-10-15  CCH  Initial version: inbound interbank clearing
000110*                    receipt. Reads the clearing house's inbound
000120*                    file INTERBANCARIO-ENT-yyyymmdd.TXT (same
000130*                    fixed layout and TRL control trailer as the
000140*                    outbound INTERBANCARIO file: BANCO = sending
000150*                    bank, CTA = our beneficiary account) and
000160*                    proves it against its trailer count and hash
000170*                    before touching anything - a file that does
000180*                    not foot is not processed at all. Each item
000190*                    is then validated: the sending bank must be
000200*                    a known CODBANCO in BANCOS-EXTERNOS.TXT, and
000210*                    the beneficiary must be an open, active
000220*                    account of ours in MAESTRO-CUENTAS.TXT. Good
000230*                    items become Credito rows in the drop file
000240*                    INTERBANCARIO-ENT-yyyymmdd.CSV (data.csv
000250*                    layout, TR-IDs from 70001, TRAILER included)
000260*                    registered in ARCHIVOS.TXT for the posting
000270*                    run. Bad items go back to the sending bank in
000280*                    DEVOLUCIONES-yyyymmdd.TXT, in the clearing
000290*                    layout plus a reason code, with its own TRL
000300*                    trailer - no more manual returns missing the
000310*                    clearing house deadline.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. RECIBE-INTERBANCARIO.
000350 AUTHOR. CESAR CHINCHAY.
000360 INSTALLATION. INTERBANK COBOL ACADEMY.
000370 DATE-WRITTEN. 15/10/2026.
000380 DATE-COMPILED. 15/10/2026.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ENTRADA-FILE ASSIGN TO WS-ENTRADA-FILENAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ENTRADA-STATUS.
000460
000470     SELECT MAESTRO-FILE ASSIGN TO "MAESTRO-CUENTAS.TXT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-MAESTRO-STATUS.
000500
000510     SELECT EXTBANCOS-FILE ASSIGN TO "BANCOS-EXTERNOS.TXT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-EXTBANCOS-STATUS.
000540
000550     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FECHAPROC-STATUS.
000580
000590     SELECT DROP-FILE ASSIGN TO WS-DROP-FILENAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-DROP-STATUS.
000620
000630     SELECT DEVOL-FILE ASSIGN TO WS-DEVOL-FILENAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-DEVOL-STATUS.
000660
000670     SELECT ARCHIVOS-FILE ASSIGN TO "ARCHIVOS.TXT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ARCHIVOS-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ENTRADA-FILE.
000740 01  ENTRADA-LINE          PIC X(50).
000750
000760 FD  MAESTRO-FILE.
000770 01  MAESTRO-LINE          PIC X(60).
000780
000790 FD  EXTBANCOS-FILE.
000800 01  EXTBANCOS-LINE        PIC X(20).
000810
000820 FD  FECHA-PROC-FILE.
000830 01  FECHA-PROC-LINE       PIC X(10).
000840
000850 FD  DROP-FILE.
000860 01  DROP-LINE             PIC X(80).
000870
000880 FD  DEVOL-FILE.
000890 01  DEVOL-LINE            PIC X(50).
000900
000910 FD  ARCHIVOS-FILE.
000920 01  ARCHIVOS-LINE         PIC X(40).
000930
000940 WORKING-STORAGE SECTION.
000950 01  WS-ENTRADA-STATUS    PIC XX.
000960     88  WS-ENTRADA-OK        VALUE "00".
000970 01  WS-ENTRADA-EOF       PIC X VALUE "N".
000980     88  WS-ENTRADA-FIN       VALUE "Y".
000990 01  WS-MAESTRO-STATUS    PIC XX.
001000     88  WS-MAESTRO-OK        VALUE "00".
001010 01  WS-MAESTRO-EOF       PIC X VALUE "N".
001020     88  WS-MAESTRO-FIN       VALUE "Y".
001030 01  WS-EXTBANCOS-STATUS  PIC XX.
001040     88  WS-EXTBANCOS-OK      VALUE "00".
001050 01  WS-EXTBANCOS-EOF     PIC X VALUE "N".
001060     88  WS-EXTBANCOS-FIN     VALUE "Y".
001070 01  WS-FECHAPROC-STATUS  PIC XX.
001080     88  WS-FECHAPROC-OK      VALUE "00".
001090 01  WS-DROP-STATUS       PIC XX.
001100 01  WS-DEVOL-STATUS      PIC XX.
001110 01  WS-ARCHIVOS-STATUS   PIC XX.
001120     88  WS-ARCHIVOS-OK       VALUE "00".
001130     88  WS-ARCHIVOS-NOFILE   VALUE "35".
001140 01  WS-ARCHIVOS-EOF      PIC X VALUE "N".
001150     88  WS-ARCHIVOS-FIN      VALUE "Y".
001160 01  WS-ARCHIVO-LISTADO   PIC X VALUE "N".
001170     88  WS-YA-LISTADO        VALUE "Y".
001180
001190 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
001200 01  WS-FECHA-ISO         PIC X(10).
001210 01  WS-ENTRADA-FILENAME  PIC X(35).
001220 01  WS-DROP-FILENAME     PIC X(35).
001230 01  WS-DEVOL-FILENAME    PIC X(35).
001240
001250 01  WS-DELIM             PIC X VALUE ",".
001260
001270******************************************************************
001280* One inbound clearing record - the outbound INTERBANCARIO layout,
001290* with BANCO naming the sending bank - and its TRL trailer view
001300******************************************************************
001310 01  WS-ENT-LINEA.
001320     05  WS-ENT-BANCO    PIC X(4).
001330     05  WS-ENT-CTA      PIC X(10).
001340     05  WS-ENT-MONTO    PIC 9(7)V99.
001350     05  WS-ENT-MONEDA   PIC X(3).
001360     05  WS-ENT-FECHA    PIC X(8).
001370     05  WS-ENT-REF      PIC 9(5).
001380     05  FILLER          PIC X(11).
001390 01  WS-ENT-TRAILER REDEFINES WS-ENT-LINEA.
001400     05  WS-ENT-TRL-TAG  PIC X(3).
001410     05  WS-ENT-TRL-CNT  PIC 9(6).
001420     05  WS-ENT-TRL-HASH PIC S9(9)V99 SIGN LEADING SEPARATE.
001430     05  FILLER          PIC X(29).
001440
001450******************************************************************
001460* One returned item: the clearing layout plus the reason code
001470******************************************************************
001480 01  WS-DEVOL-LINEA.
001490     05  WS-DEV-BANCO    PIC X(4).
001500     05  WS-DEV-CTA      PIC X(10).
001510     05  WS-DEV-MONTO    PIC 9(7)V99.
001520     05  WS-DEV-MONEDA   PIC X(3).
001530     05  WS-DEV-FECHA    PIC X(8).
001540     05  WS-DEV-REF      PIC 9(5).
001550     05  WS-DEV-MOTIVO   PIC X(3).
001560
001570 01  WS-DEVOL-TRAILER.
001580     05  FILLER          PIC X(3)  VALUE "TRL".
001590     05  WS-DVT-COUNT    PIC 9(6).
001600     05  WS-DVT-HASH     PIC S9(9)V99 SIGN LEADING SEPARATE.
001610
001620******************************************************************
001630* Return reason codes sent back to the clearing house
001640******************************************************************
001650 01  WS-MOTIVO            PIC X(3).
001660     88  WS-MOT-ACEPTADO      VALUE SPACES.
001670     88  WS-MOT-CTA-INEXIST   VALUE "R01".
001680     88  WS-MOT-CTA-CERRADA   VALUE "R02".
001690     88  WS-MOT-CTA-INACTIVA  VALUE "R03".
001700     88  WS-MOT-BCO-DESCON    VALUE "R04".
001710     88  WS-MOT-DATO-INVAL    VALUE "R05".
001720
001730 01  WS-MAESTRO-COUNT     PIC 9(4) COMP VALUE 0.
001740 01  WS-MAESTRO-TABLE.
001750     05  WS-MAESTRO-ENTRY OCCURS 1 TO 500 TIMES
001760             DEPENDING ON WS-MAESTRO-COUNT
001770             INDEXED BY MSTR-IDX.
001780         10  WS-MSTR-CTA-ID  PIC X(10).
001790         10  WS-MSTR-ESTADO  PIC X(1).
001800
001810 01  WS-MAESTRO-PRESENTE  PIC X VALUE "N".
001820     88  WS-HAY-MAESTRO       VALUE "Y".
001830 01  WS-MSTR-COD-TMP      PIC X(10).
001840 01  WS-MSTR-EST-TMP      PIC X(1).
001850
001860 01  WS-BANCOS-COUNT      PIC 9(4) COMP VALUE 0.
001870 01  WS-BANCOS-TABLE.
001880     05  WS-BANCO-ENTRY OCCURS 1 TO 20 TIMES
001890             DEPENDING ON WS-BANCOS-COUNT
001900             INDEXED BY BCO-IDX.
001910         10  WS-BCO-PREFIJO  PIC X(3).
001920         10  WS-BCO-CODIGO   PIC X(4).
001930
001940 01  WS-BANCOS-PRESENTE   PIC X VALUE "N".
001950     88  WS-HAY-BANCOS        VALUE "Y".
001960 01  WS-BCO-PRE-TMP       PIC X(3).
001970 01  WS-BCO-COD-TMP       PIC X(4).
001980
001990 01  WS-CNT-DETALLE       PIC 9(6) COMP VALUE 0.
002000 01  WS-HASH-DETALLE      PIC S9(9)V99 VALUE 0.
002010 01  WS-TRAILER-PRESENTE  PIC X VALUE "N".
002020     88  WS-HAY-TRAILER       VALUE "Y".
002030 01  WS-TRL-CNT-ESP       PIC 9(6) VALUE 0.
002040 01  WS-TRL-HASH-ESP      PIC S9(9)V99 VALUE 0.
002050 01  WS-TRL-CNT-DISP      PIC ZZZZZ9.
002060 01  WS-TRL-HASH-DISP     PIC -(9)9.99.
002070
002080 01  WS-CNT-ACEPTADOS     PIC 9(6) COMP VALUE 0.
002090 01  WS-CNT-DEVUELTOS     PIC 9(6) COMP VALUE 0.
002100 01  WS-DEV-HASH          PIC S9(9)V99 VALUE 0.
002110 01  WS-CNT-LINEAS        PIC 9(5) VALUE 0.
002120 01  WS-NETO              PIC S9(9)V99 VALUE 0.
002130 01  WS-PROX-ID           PIC 9(5) VALUE 70001.
002140 01  WS-MAX-ITEMS         PIC 9(6) COMP VALUE 9999.
002150
002160 01  WS-MONTO-ED          PIC 9(5).99.
002170 01  WS-NETO-ED           PIC +9(6).99.
002180 01  WS-DROP-LINEA        PIC X(80).
002190
002200 PROCEDURE DIVISION.
002210******************************************************************
002220* 0000-MAINLINE
002230******************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     PERFORM 2000-VERIFICA-CONTROL THRU 2000-EXIT.
002270     PERFORM 3000-PROCESA-ENTRADA THRU 3000-EXIT.
002280     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002290     STOP RUN.
002300
002310******************************************************************
002320* 1000-INITIALIZE - Load the business date, the account master and
002330*                   the bank routing table. No usable business
002340*                   date means there is no inbound file to look
002350*                   for, so the step stops with an operator
002360*                   message.
002370******************************************************************
002380 1000-INITIALIZE.
002390     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
002400     IF FUNCTION TEST-NUMVAL (WS-BATCH-FECHA) NOT = 0
002410         DISPLAY "RECIBE-INTERBANCARIO: FECHA-PROCESO.TXT SIN"
002420             " FECHA YYYYMMDD UTILIZABLE - PASO OMITIDO"
002430         STOP RUN
002440     END-IF
002450     MOVE SPACES TO WS-FECHA-ISO
002460     STRING WS-BATCH-FECHA (1:4) "-" WS-BATCH-FECHA (5:2) "-"
002470         WS-BATCH-FECHA (7:2) DELIMITED BY SIZE
002480         INTO WS-FECHA-ISO
002490     MOVE SPACES TO WS-ENTRADA-FILENAME
002500     STRING "INTERBANCARIO-ENT-" WS-BATCH-FECHA ".TXT"
002510         DELIMITED BY SIZE INTO WS-ENTRADA-FILENAME
002520     MOVE SPACES TO WS-DROP-FILENAME
002530     STRING "INTERBANCARIO-ENT-" WS-BATCH-FECHA ".CSV"
002540         DELIMITED BY SIZE INTO WS-DROP-FILENAME
002550     MOVE SPACES TO WS-DEVOL-FILENAME
002560     STRING "DEVOLUCIONES-" WS-BATCH-FECHA ".TXT"
002570         DELIMITED BY SIZE INTO WS-DEVOL-FILENAME
002580     PERFORM 1500-LOAD-MAESTRO THRU 1500-EXIT
002590     PERFORM 1650-LOAD-BANCOS THRU 1650-EXIT.
002600 1000-EXIT.
002610     EXIT.
002620
002630******************************************************************
002640* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
002650*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
002660*                          first line). WS-BATCH-FECHA keeps its
002670*                          "SINFECHA" default if the control file
002680*                          is missing or blank, same as the
002690*                          posting run.
002700******************************************************************
002710 1030-LOAD-FECHA-PROCESO.
002720     OPEN INPUT FECHA-PROC-FILE
002730     IF NOT WS-FECHAPROC-OK
002740         GO TO 1030-EXIT
002750     END-IF
002760     READ FECHA-PROC-FILE
002770         AT END
002780             CONTINUE
002790         NOT AT END
002800             IF FECHA-PROC-LINE (1:8) NOT = SPACES
002810                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
002820             END-IF
002830     END-READ
002840     CLOSE FECHA-PROC-FILE.
002850 1030-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890* 1500-LOAD-MAESTRO - Load CTAID and ESTADO from the account
002900*                     master. If the file is missing, WS-HAY-
002910*                     MAESTRO stays "N" and beneficiaries are not
002920*                     checked, same as the posting run.
002930******************************************************************
002940 1500-LOAD-MAESTRO.
002950     MOVE 0 TO WS-MAESTRO-COUNT
002960     MOVE "N" TO WS-MAESTRO-EOF
002970     OPEN INPUT MAESTRO-FILE
002980     IF NOT WS-MAESTRO-OK
002990         GO TO 1500-EXIT
003000     END-IF
003010     PERFORM UNTIL WS-MAESTRO-FIN
003020         READ MAESTRO-FILE
003030             AT END
003040                 SET WS-MAESTRO-FIN TO TRUE
003050             NOT AT END
003060                 PERFORM 1510-PARSE-MAESTRO-LINEA THRU 1510-EXIT
003070         END-READ
003080     END-PERFORM
003090     CLOSE MAESTRO-FILE
003100     IF WS-MAESTRO-COUNT > 0
003110         SET WS-HAY-MAESTRO TO TRUE
003120     END-IF.
003130 1500-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170* 1510-PARSE-MAESTRO-LINEA - Add the CTAID and ESTADO of one
003180*                           master row to the working table
003190******************************************************************
003200 1510-PARSE-MAESTRO-LINEA.
003210     MOVE SPACES TO WS-MSTR-COD-TMP
003220     MOVE SPACES TO WS-MSTR-EST-TMP
003230     UNSTRING MAESTRO-LINE DELIMITED BY WS-DELIM
003240         INTO WS-MSTR-COD-TMP, WS-MSTR-EST-TMP
003250     IF WS-MSTR-COD-TMP NOT = SPACES AND WS-MAESTRO-COUNT < 500
003260         ADD 1 TO WS-MAESTRO-COUNT
003270         SET MSTR-IDX TO WS-MAESTRO-COUNT
003280         MOVE WS-MSTR-COD-TMP TO WS-MSTR-CTA-ID (MSTR-IDX)
003290         MOVE WS-MSTR-EST-TMP TO WS-MSTR-ESTADO (MSTR-IDX)
003300     END-IF.
003310 1510-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350* 1650-LOAD-BANCOS - Load the external-bank routing table from
003360*                    BANCOS-EXTERNOS.TXT (PREFIJO,CODBANCO per
003370*                    line). If the file is missing, WS-HAY-BANCOS
003380*                    stays "N" and the sending bank is not
003390*                    checked.
003400******************************************************************
003410 1650-LOAD-BANCOS.
003420     MOVE 0 TO WS-BANCOS-COUNT
003430     MOVE "N" TO WS-EXTBANCOS-EOF
003440     OPEN INPUT EXTBANCOS-FILE
003450     IF NOT WS-EXTBANCOS-OK
003460         GO TO 1650-EXIT
003470     END-IF
003480     PERFORM UNTIL WS-EXTBANCOS-FIN
003490         READ EXTBANCOS-FILE
003500             AT END
003510                 SET WS-EXTBANCOS-FIN TO TRUE
003520             NOT AT END
003530                 PERFORM 1660-PARSE-BANCO THRU 1660-EXIT
003540         END-READ
003550     END-PERFORM
003560     CLOSE EXTBANCOS-FILE
003570     IF WS-BANCOS-COUNT > 0
003580         SET WS-HAY-BANCOS TO TRUE
003590     END-IF.
003600 1650-EXIT.
003610     EXIT.
003620
003630******************************************************************
003640* 1660-PARSE-BANCO - Add one PREFIJO,CODBANCO row to the table
003650******************************************************************
003660 1660-PARSE-BANCO.
003670     MOVE SPACES TO WS-BCO-PRE-TMP
003680     MOVE SPACES TO WS-BCO-COD-TMP
003690     UNSTRING EXTBANCOS-LINE DELIMITED BY WS-DELIM
003700         INTO WS-BCO-PRE-TMP, WS-BCO-COD-TMP
003710     IF WS-BCO-PRE-TMP NOT = SPACES
003720             AND WS-BCO-COD-TMP NOT = SPACES
003730             AND WS-BANCOS-COUNT < 20
003740         ADD 1 TO WS-BANCOS-COUNT
003750         SET BCO-IDX TO WS-BANCOS-COUNT
003760         MOVE WS-BCO-PRE-TMP TO WS-BCO-PREFIJO (BCO-IDX)
003770         MOVE WS-BCO-COD-TMP TO WS-BCO-CODIGO (BCO-IDX)
003780     END-IF.
003790 1660-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 2000-VERIFICA-CONTROL - First pass over the inbound file: count
003840*                        and hash its detail records and hold
003850*                        them against the TRL trailer. A missing
003860*                        file, a missing trailer or a trailer that
003870*                        does not foot stops the step before any
003880*                        drop or return is written - a partial
003890*                        clearing file must be re-requested, not
003900*                        half-posted.
003910******************************************************************
003920 2000-VERIFICA-CONTROL.
003930     MOVE "N" TO WS-ENTRADA-EOF
003940     OPEN INPUT ENTRADA-FILE
003950     IF NOT WS-ENTRADA-OK
003960         DISPLAY "RECIBE-INTERBANCARIO: SIN " WS-ENTRADA-FILENAME
003970             " - PASO OMITIDO"
003980         STOP RUN
003990     END-IF
004000     PERFORM UNTIL WS-ENTRADA-FIN
004010         READ ENTRADA-FILE INTO WS-ENT-LINEA
004020             AT END
004030                 SET WS-ENTRADA-FIN TO TRUE
004040             NOT AT END
004050                 PERFORM 2100-CUENTA-REGISTRO THRU 2100-EXIT
004060         END-READ
004070     END-PERFORM
004080     CLOSE ENTRADA-FILE
004090     IF NOT WS-HAY-TRAILER
004100         DISPLAY "RECIBE-INTERBANCARIO: " WS-ENTRADA-FILENAME
004110             " SIN REGISTRO TRL - ARCHIVO NO PROCESADO"
004120         STOP RUN
004130     END-IF
004140     IF WS-CNT-DETALLE NOT = WS-TRL-CNT-ESP
004150             OR WS-HASH-DETALLE NOT = WS-TRL-HASH-ESP
004160         MOVE WS-TRL-CNT-ESP TO WS-TRL-CNT-DISP
004170         MOVE WS-TRL-HASH-ESP TO WS-TRL-HASH-DISP
004180         DISPLAY "RECIBE-INTERBANCARIO: TRL ESPERA "
004190             WS-TRL-CNT-DISP " REG / " WS-TRL-HASH-DISP
004200         MOVE WS-CNT-DETALLE TO WS-TRL-CNT-DISP
004210         MOVE WS-HASH-DETALLE TO WS-TRL-HASH-DISP
004220         DISPLAY "RECIBE-INTERBANCARIO: ARCHIVO TRAE "
004230             WS-TRL-CNT-DISP " REG / " WS-TRL-HASH-DISP
004240             " - NO CUADRA, ARCHIVO NO PROCESADO"
004250         STOP RUN
004260     END-IF
004270     IF WS-CNT-DETALLE > WS-MAX-ITEMS
004280         DISPLAY "RECIBE-INTERBANCARIO: MAS DE 9999 ITEMS - RANGO"
004290             " DE TR-ID 70001-79999 INSUFICIENTE, ARCHIVO NO"
004300             " PROCESADO"
004310         STOP RUN
004320     END-IF.
004330 2000-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370* 2100-CUENTA-REGISTRO - Add one detail record to the count and
004380*                       hash, or take the expected figures from
004390*                       the TRL trailer (blank lines are ignored)
004400******************************************************************
004410 2100-CUENTA-REGISTRO.
004420     IF WS-ENT-LINEA = SPACES
004430         GO TO 2100-EXIT
004440     END-IF
004450     IF WS-ENT-TRL-TAG = "TRL"
004460         SET WS-HAY-TRAILER TO TRUE
004470         IF WS-ENT-TRL-CNT IS NUMERIC
004480             MOVE WS-ENT-TRL-CNT TO WS-TRL-CNT-ESP
004490         END-IF
004500         IF WS-ENT-TRL-HASH IS NUMERIC
004510             MOVE WS-ENT-TRL-HASH TO WS-TRL-HASH-ESP
004520         END-IF
004530         GO TO 2100-EXIT
004540     END-IF
004550     ADD 1 TO WS-CNT-DETALLE
004560     IF WS-ENT-MONTO IS NUMERIC
004570         ADD WS-ENT-MONTO TO WS-HASH-DETALLE
004580     END-IF.
004590 2100-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630* 3000-PROCESA-ENTRADA - Second pass: validate every item and
004640*                       route it to the posting drop or to the
004650*                       returns file. The returns file always
004660*                       carries its TRL trailer, even empty, so
004670*                       the clearing house gets a positive "no
004680*                       returns today"; the drop and its
004690*                       ARCHIVOS.TXT entry exist only when at
004700*                       least one item was accepted.
004710******************************************************************
004720 3000-PROCESA-ENTRADA.
004730     OPEN OUTPUT DEVOL-FILE
004740     MOVE "N" TO WS-ENTRADA-EOF
004750     OPEN INPUT ENTRADA-FILE
004760     PERFORM UNTIL WS-ENTRADA-FIN
004770         READ ENTRADA-FILE INTO WS-ENT-LINEA
004780             AT END
004790                 SET WS-ENTRADA-FIN TO TRUE
004800             NOT AT END
004810                 IF WS-ENT-LINEA NOT = SPACES
004820                         AND WS-ENT-TRL-TAG NOT = "TRL"
004830                     PERFORM 3100-VALIDA-ITEM THRU 3100-EXIT
004840                 END-IF
004850         END-READ
004860     END-PERFORM
004870     CLOSE ENTRADA-FILE
004880     MOVE WS-CNT-DEVUELTOS TO WS-DVT-COUNT
004890     MOVE WS-DEV-HASH TO WS-DVT-HASH
004900     WRITE DEVOL-LINE FROM WS-DEVOL-TRAILER
004910     CLOSE DEVOL-FILE
004920     IF WS-CNT-ACEPTADOS > 0
004930         PERFORM 3600-WRITE-TRAILER THRU 3600-EXIT
004940         PERFORM 3700-REGISTRA-ARCHIVO THRU 3700-EXIT
004950     END-IF.
004960 3000-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 3100-VALIDA-ITEM - Decide the fate of one inbound item. The
005010*                   first failing check sets the return reason:
005020*                   R05 amount not numeric, zero or beyond the
005030*                   posting run's 99999.99, or no currency; R04
005040*                   sending bank unknown; R01 beneficiary not one
005050*                   of our accounts (absent from the master, or
005060*                   carrying another bank's prefix); R02 account
005070*                   closed; R03 account inactive.
005080******************************************************************
005090 3100-VALIDA-ITEM.
005100     MOVE SPACES TO WS-MOTIVO
005110     IF WS-ENT-MONTO NOT NUMERIC
005120         SET WS-MOT-DATO-INVAL TO TRUE
005130         PERFORM 3400-DEVUELVE-ITEM THRU 3400-EXIT
005140         GO TO 3100-EXIT
005150     END-IF
005160     IF WS-ENT-MONTO = 0 OR WS-ENT-MONTO > 99999.99
005170             OR WS-ENT-MONEDA = SPACES OR WS-ENT-CTA = SPACES
005180         SET WS-MOT-DATO-INVAL TO TRUE
005190         PERFORM 3400-DEVUELVE-ITEM THRU 3400-EXIT
005200         GO TO 3100-EXIT
005210     END-IF
005220     IF WS-HAY-BANCOS
005230         SET BCO-IDX TO 1
005240         SEARCH WS-BANCO-ENTRY
005250             AT END
005260                 SET WS-MOT-BCO-DESCON TO TRUE
005270             WHEN WS-BCO-CODIGO (BCO-IDX) = WS-ENT-BANCO
005280                 CONTINUE
005290         END-SEARCH
005300         IF NOT WS-MOT-ACEPTADO
005310             PERFORM 3400-DEVUELVE-ITEM THRU 3400-EXIT
005320             GO TO 3100-EXIT
005330         END-IF
005340         SET BCO-IDX TO 1
005350         SEARCH WS-BANCO-ENTRY
005360             AT END
005370                 CONTINUE
005380             WHEN WS-BCO-PREFIJO (BCO-IDX) = WS-ENT-CTA (1:3)
005390                 SET WS-MOT-CTA-INEXIST TO TRUE
005400         END-SEARCH
005410         IF NOT WS-MOT-ACEPTADO
005420             PERFORM 3400-DEVUELVE-ITEM THRU 3400-EXIT
005430             GO TO 3100-EXIT
005440         END-IF
005450     END-IF
005460     IF WS-HAY-MAESTRO
005470         SET MSTR-IDX TO 1
005480         SEARCH WS-MAESTRO-ENTRY
005490             AT END
005500                 SET WS-MOT-CTA-INEXIST TO TRUE
005510             WHEN WS-MSTR-CTA-ID (MSTR-IDX) = WS-ENT-CTA
005520                 IF WS-MSTR-ESTADO (MSTR-IDX) = "C"
005530                     SET WS-MOT-CTA-CERRADA TO TRUE
005540                 END-IF
005550                 IF WS-MSTR-ESTADO (MSTR-IDX) = "I"
005560                     SET WS-MOT-CTA-INACTIVA TO TRUE
005570                 END-IF
005580         END-SEARCH
005590         IF NOT WS-MOT-ACEPTADO
005600             PERFORM 3400-DEVUELVE-ITEM THRU 3400-EXIT
005610             GO TO 3100-EXIT
005620         END-IF
005630     END-IF
005640     PERFORM 3200-EMITE-CREDITO THRU 3200-EXIT.
005650 3100-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* 3200-EMITE-CREDITO - Write the accepted item as one Credito row
005700*                     of the drop in the data.csv column order
005710*                     (ID,TIPO,MONTO,CUENTA,CTA-DESTINO,FECHA,
005720*                     MONEDA), value-dated on the business date,
005730*                     opening the drop on the first row
005740******************************************************************
005750 3200-EMITE-CREDITO.
005760     IF WS-CNT-ACEPTADOS = 0
005770         OPEN OUTPUT DROP-FILE
005780     END-IF
005790     MOVE WS-ENT-MONTO TO WS-MONTO-ED
005800     MOVE SPACES TO WS-DROP-LINEA
005810     STRING WS-PROX-ID "," "Credito" ","
005820         WS-MONTO-ED ","
005830         WS-ENT-CTA DELIMITED BY SPACE
005840         "," "," WS-FECHA-ISO ","
005850         WS-ENT-MONEDA DELIMITED BY SIZE
005860         INTO WS-DROP-LINEA
005870     WRITE DROP-LINE FROM WS-DROP-LINEA
005880     ADD 1 TO WS-CNT-ACEPTADOS
005890     ADD 1 TO WS-CNT-LINEAS
005900     ADD 1 TO WS-PROX-ID
005910     ADD WS-ENT-MONTO TO WS-NETO.
005920 3200-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* 3400-DEVUELVE-ITEM - Return the item to its sending bank: the
005970*                     original record, dated with the business
005980*                     date and carrying the sender's reference,
005990*                     plus the reason code in WS-MOTIVO
006000******************************************************************
006010 3400-DEVUELVE-ITEM.
006020     MOVE WS-ENT-BANCO TO WS-DEV-BANCO
006030     MOVE WS-ENT-CTA TO WS-DEV-CTA
006040     IF WS-ENT-MONTO IS NUMERIC
006050         MOVE WS-ENT-MONTO TO WS-DEV-MONTO
006060     ELSE
006070         MOVE 0 TO WS-DEV-MONTO
006080     END-IF
006090     MOVE WS-ENT-MONEDA TO WS-DEV-MONEDA
006100     MOVE WS-BATCH-FECHA TO WS-DEV-FECHA
006110     IF WS-ENT-REF IS NUMERIC
006120         MOVE WS-ENT-REF TO WS-DEV-REF
006130     ELSE
006140         MOVE 0 TO WS-DEV-REF
006150     END-IF
006160     MOVE WS-MOTIVO TO WS-DEV-MOTIVO
006170     WRITE DEVOL-LINE FROM WS-DEVOL-LINEA
006180     ADD 1 TO WS-CNT-DEVUELTOS
006190     ADD WS-DEV-MONTO TO WS-DEV-HASH.
006200 3400-EXIT.
006210     EXIT.
006220
006230******************************************************************
006240* 3600-WRITE-TRAILER - Close the drop with a TRAILER row carrying
006250*                     the generated row count and net amount, so
006260*                     the posting run's trailer reconciliation
006270*                     covers this file like any operator drop
006280******************************************************************
006290 3600-WRITE-TRAILER.
006300     MOVE WS-NETO TO WS-NETO-ED
006310     MOVE SPACES TO WS-DROP-LINEA
006320     STRING WS-CNT-LINEAS "," "TRAILER" "," WS-NETO-ED
006330         DELIMITED BY SIZE INTO WS-DROP-LINEA
006340     WRITE DROP-LINE FROM WS-DROP-LINEA
006350     CLOSE DROP-FILE.
006360 3600-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400* 3700-REGISTRA-ARCHIVO - Append the generated drop to
006410*                        ARCHIVOS.TXT so the posting run picks it
006420*                        up. When no ARCHIVOS.TXT exists yet the
006430*                        posting run would fall back to data.csv
006440*                        alone, so the new list seeds data.csv
006450*                        first and then adds the drop - the
006460*                        operator's file still posts.
006470*                        A rerun of the same business date finds
006480*                        its drop already listed and leaves the
006490*                        list alone.
006500******************************************************************
006510 3700-REGISTRA-ARCHIVO.
006520     MOVE "N" TO WS-ARCHIVO-LISTADO
006530     OPEN INPUT ARCHIVOS-FILE
006540     IF WS-ARCHIVOS-OK
006550         PERFORM UNTIL WS-ARCHIVOS-FIN
006560             READ ARCHIVOS-FILE
006570                 AT END
006580                     SET WS-ARCHIVOS-FIN TO TRUE
006590                 NOT AT END
006600                     IF ARCHIVOS-LINE = WS-DROP-FILENAME
006610                         SET WS-YA-LISTADO TO TRUE
006620                     END-IF
006630             END-READ
006640         END-PERFORM
006650         CLOSE ARCHIVOS-FILE
006660     END-IF
006670     IF WS-YA-LISTADO
006680         GO TO 3700-EXIT
006690     END-IF
006700     OPEN EXTEND ARCHIVOS-FILE
006710     IF WS-ARCHIVOS-NOFILE
006720         OPEN OUTPUT ARCHIVOS-FILE
006730         MOVE "data.csv" TO ARCHIVOS-LINE
006740         WRITE ARCHIVOS-LINE
006750     END-IF
006760     MOVE WS-DROP-FILENAME TO ARCHIVOS-LINE
006770     WRITE ARCHIVOS-LINE
006780     CLOSE ARCHIVOS-FILE.
006790 3700-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830* 9999-TERMINATE - Echo the run summary
006840******************************************************************
006850 9999-TERMINATE.
006860     DISPLAY "RECIBE-INTERBANCARIO: ITEMS RECIBIDOS: "
006870         WS-CNT-DETALLE
006880     DISPLAY "RECIBE-INTERBANCARIO: ACEPTADOS:       "
006890         WS-CNT-ACEPTADOS " - DROP " WS-DROP-FILENAME
006900     DISPLAY "RECIBE-INTERBANCARIO: DEVUELTOS:       "
006910         WS-CNT-DEVUELTOS " - EN " WS-DEVOL-FILENAME.
006920 9999-EXIT.
006930     EXIT.
