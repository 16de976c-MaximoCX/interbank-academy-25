000010******************************************************************
000020* Author:CESAR CHINCHAY
000030* Date:15/10/2026
000040* Purpose:INTERBANK COBOL ACADEMY
000050* Tectonics: cobc
000060******************************************************************
000070* Modification History
000080*   Date       Init  Description
000090*   ---------- ----  ---------------------------------------------
000100*   2026-10-15  CCH  Initial version: end-of-day customer position
000110*                    report. Combines the posting run's
000120*                    per-account PEN balances (CUENTAS-yyyymmdd.
000130*                    CSV) by customer through the holders file
000140*                    TITULARES-CUENTAS.TXT (CTAID,CLIID,ROL) and
000150*                    the customer master CLIENTES.TXT (CLIID,
000160*                    TIPO-DOC,NUM-DOC,NOMBRE,SEGMENTO,RIESGO), and
000170*                    writes POSICION-CLIENTES-yyyymmdd.TXT: per
000180*                    customer the deposits, the overdraft in use,
000190*                    and the part of the deposits the Fondo de
000200*                    Seguro de Depositos covers and does not
000210*                    cover. A joint account's credit balance is
000220*                    shared equally among its holders, as the FSD
000230*                    does; its overdraft counts in full against
000240*                    every holder, who each answer for all of it.
000250*                    The FSD cover limit per customer is read in
000260*                    PEN from FSD-COBERTURA.TXT. Accounts with
000270*                    no holder are totalled apart.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. POSICION-CLIENTES.
000310 AUTHOR. CESAR CHINCHAY.
000320 INSTALLATION. INTERBANK COBOL ACADEMY.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED. 15/10/2026.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.TXT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CLIENTES-STATUS.
000420
000430     SELECT TITULAR-FILE ASSIGN TO "TITULARES-CUENTAS.TXT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-TITULAR-STATUS.
000460
000470     SELECT SALDOS-FILE ASSIGN TO WS-SALDOS-FILENAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SALDOS-STATUS.
000500
000510     SELECT FSD-FILE ASSIGN TO "FSD-COBERTURA.TXT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FSD-STATUS.
000540
000550     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FECHAPROC-STATUS.
000580
000590     SELECT POSICION-FILE ASSIGN TO WS-POSICION-FILENAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-POSICION-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CLIENTES-FILE.
000660 01  CLIENTES-LINE         PIC X(100).
000670
000680 FD  TITULAR-FILE.
000690 01  TITULAR-LINE          PIC X(30).
000700
000710 FD  SALDOS-FILE.
000720 01  SALDOS-LINE           PIC X(40).
000730
000740 FD  FSD-FILE.
000750 01  FSD-LINE              PIC X(15).
000760
000770 FD  FECHA-PROC-FILE.
000780 01  FECHA-PROC-LINE       PIC X(10).
000790
000800 FD  POSICION-FILE.
000810 01  POSICION-LINE         PIC X(132).
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-CLIENTES-STATUS   PIC XX.
000850     88  WS-CLIENTES-OK       VALUE "00".
000860 01  WS-CLIENTES-EOF      PIC X VALUE "N".
000870     88  WS-CLIENTES-FIN      VALUE "Y".
000880 01  WS-TITULAR-STATUS    PIC XX.
000890     88  WS-TITULAR-OK        VALUE "00".
000900 01  WS-TITULAR-EOF       PIC X VALUE "N".
000910     88  WS-TITULAR-FIN       VALUE "Y".
000920 01  WS-SALDOS-STATUS     PIC XX.
000930     88  WS-SALDOS-OK         VALUE "00".
000940 01  WS-SALDOS-EOF        PIC X VALUE "N".
000950     88  WS-SALDOS-FIN        VALUE "Y".
000960 01  WS-FSD-STATUS        PIC XX.
000970     88  WS-FSD-OK            VALUE "00".
000980 01  WS-FECHAPROC-STATUS  PIC XX.
000990     88  WS-FECHAPROC-OK      VALUE "00".
001000 01  WS-POSICION-STATUS   PIC XX.
001010
001020 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
001030 01  WS-SALDOS-FILENAME   PIC X(30).
001040 01  WS-POSICION-FILENAME PIC X(35).
001050
001060 01  WS-DELIM             PIC X VALUE ",".
001070
001080******************************************************************
001090* Customer master with the position accumulated for each customer
001100******************************************************************
001110 01  WS-CLI-COUNT         PIC 9(4) COMP VALUE 0.
001120 01  WS-CLI-TABLE.
001130     05  WS-CLI-ENTRY OCCURS 1 TO 500 TIMES
001140             DEPENDING ON WS-CLI-COUNT
001150             INDEXED BY CLI-IDX.
001160         10  WS-CLI-ID       PIC X(10).
001170         10  WS-CLI-TIPO-DOC PIC X(3).
001180         10  WS-CLI-NUM-DOC  PIC X(12).
001190         10  WS-CLI-NOMBRE   PIC X(30).
001200         10  WS-CLI-SEGMENTO PIC X(4).
001210         10  WS-CLI-RIESGO   PIC X(5).
001220         10  WS-CLI-CUENTAS  PIC 9(4) COMP.
001230         10  WS-CLI-DEPOSITOS PIC S9(11)V99.
001240         10  WS-CLI-SOBREGIRO PIC S9(11)V99.
001250
001260******************************************************************
001270* Account-to-customer links; CLI-POS points into the customer
001280* table (links to a customer CLIENTES.TXT lacks are not loaded)
001290******************************************************************
001300 01  WS-TIT-COUNT         PIC 9(4) COMP VALUE 0.
001310 01  WS-TIT-TABLE.
001320     05  WS-TIT-ENTRY OCCURS 1 TO 1000 TIMES
001330             DEPENDING ON WS-TIT-COUNT
001340             INDEXED BY TIT-IDX.
001350         10  WS-TIT-CTA      PIC X(10).
001360         10  WS-TIT-CLI      PIC X(10).
001370         10  WS-TIT-ROL      PIC X(1).
001380         10  WS-TIT-CLI-POS  PIC 9(4) COMP.
001390
001400******************************************************************
001410* The day's per-account PEN balances, with the number of holders
001420* each account has and how much of its credit balance has been
001430* shared out so far (the last holder takes the remainder, so the
001440* shares always add back to the balance)
001450******************************************************************
001460 01  WS-SALDOS-COUNT      PIC 9(4) COMP VALUE 0.
001470 01  WS-SALDOS-TABLE.
001480     05  WS-SALDO-ENTRY OCCURS 1 TO 500 TIMES
001490             DEPENDING ON WS-SALDOS-COUNT
001500             INDEXED BY SAL-IDX.
001510         10  WS-SAL-CTA      PIC X(10).
001520         10  WS-SAL-BALANCE  PIC S9(9)V99.
001530         10  WS-SAL-TITULARES PIC 9(4) COMP.
001540         10  WS-SAL-ASIGNADOS PIC 9(4) COMP.
001550         10  WS-SAL-REPARTIDO PIC S9(9)V99.
001560
001570 01  WS-CLI-ID-TMP        PIC X(10).
001580 01  WS-CLI-TDOC-TMP      PIC X(3).
001590 01  WS-CLI-NDOC-TMP      PIC X(12).
001600 01  WS-CLI-NOM-TMP       PIC X(30).
001610 01  WS-CLI-SEG-TMP       PIC X(4).
001620 01  WS-CLI-RSG-TMP       PIC X(5).
001630 01  WS-TIT-CTA-TMP       PIC X(10).
001640 01  WS-TIT-CLI-TMP       PIC X(10).
001650 01  WS-TIT-ROL-TMP       PIC X(1).
001660 01  WS-SAL-CTA-TMP       PIC X(10).
001670 01  WS-SAL-BAL-TMP       PIC X(15).
001680 01  WS-FSD-TMP           PIC X(15).
001690
001700 01  WS-CLI-LLENO         PIC X VALUE "N".
001710     88  WS-CLI-LLENAS        VALUE "Y".
001720 01  WS-TIT-LLENO         PIC X VALUE "N".
001730     88  WS-TIT-LLENAS        VALUE "Y".
001740 01  WS-SAL-LLENO         PIC X VALUE "N".
001750     88  WS-SAL-LLENAS        VALUE "Y".
001760
001770 01  WS-FSD-TOPE          PIC 9(9)V99 VALUE 125000.00.
001780 01  WS-CUOTA             PIC S9(9)V99 VALUE 0.
001790 01  WS-CUBIERTO          PIC S9(11)V99 VALUE 0.
001800 01  WS-NO-CUBIERTO       PIC S9(11)V99 VALUE 0.
001810
001820 01  WS-CNT-CLI-POSICION  PIC 9(4) COMP VALUE 0.
001830 01  WS-CNT-VINC-HUERFANOS PIC 9(4) COMP VALUE 0.
001840 01  WS-CNT-SIN-TITULAR   PIC 9(4) COMP VALUE 0.
001850 01  WS-TOT-DEPOSITOS     PIC S9(11)V99 VALUE 0.
001860 01  WS-TOT-SOBREGIRO     PIC S9(11)V99 VALUE 0.
001870 01  WS-TOT-CUBIERTO      PIC S9(11)V99 VALUE 0.
001880 01  WS-TOT-NO-CUBIERTO   PIC S9(11)V99 VALUE 0.
001890 01  WS-SIN-TIT-SALDO     PIC S9(11)V99 VALUE 0.
001900
001910 01  WS-HEADER-1.
001920     05  FILLER          PIC X(35) VALUE
001930         "POSICION POR CLIENTE (PEN) - FECHA ".
001940     05  WS-HDR-FECHA    PIC X(8).
001950     05  FILLER          PIC X(20) VALUE
001960         "   TOPE FSD/CLIENTE ".
001970     05  WS-HDR-TOPE     PIC Z(8)9.99.
001980
001990 01  WS-HEADER-2.
002000     05  FILLER          PIC X(11) VALUE "CLIENTE    ".
002010     05  FILLER          PIC X(17) VALUE "DOCUMENTO        ".
002020     05  FILLER          PIC X(31) VALUE "NOMBRE".
002030     05  FILLER          PIC X(5)  VALUE "SEG  ".
002040     05  FILLER          PIC X(6)  VALUE "RSG   ".
002050     05  FILLER          PIC X(5)  VALUE "CTAS ".
002060     05  FILLER          PIC X(15) VALUE "      DEPOSITOS".
002070     05  FILLER          PIC X(15) VALUE "      SOBREGIRO".
002080     05  FILLER          PIC X(15) VALUE "   FSD CUBIERTO".
002090     05  FILLER          PIC X(15) VALUE "  FSD NO CUBIER".
002100
002110 01  WS-DETALLE.
002120     05  WS-DET-CLIENTE  PIC X(10).
002130     05  FILLER          PIC X(1)  VALUE SPACE.
002140     05  WS-DET-TIPO-DOC PIC X(3).
002150     05  FILLER          PIC X(1)  VALUE SPACE.
002160     05  WS-DET-NUM-DOC  PIC X(12).
002170     05  FILLER          PIC X(1)  VALUE SPACE.
002180     05  WS-DET-NOMBRE   PIC X(30).
002190     05  FILLER          PIC X(1)  VALUE SPACE.
002200     05  WS-DET-SEGMENTO PIC X(4).
002210     05  FILLER          PIC X(1)  VALUE SPACE.
002220     05  WS-DET-RIESGO   PIC X(5).
002230     05  FILLER          PIC X(1)  VALUE SPACE.
002240     05  WS-DET-CUENTAS  PIC ZZZ9.
002250     05  FILLER          PIC X(1)  VALUE SPACE.
002260     05  WS-DET-DEPOSITOS PIC Z(10)9.99.
002270     05  FILLER          PIC X(1)  VALUE SPACE.
002280     05  WS-DET-SOBREGIRO PIC Z(10)9.99.
002290     05  FILLER          PIC X(1)  VALUE SPACE.
002300     05  WS-DET-CUBIERTO PIC Z(10)9.99.
002310     05  FILLER          PIC X(1)  VALUE SPACE.
002320     05  WS-DET-NO-CUBIERTO PIC Z(10)9.99.
002330
002340 01  WS-TOTAL-LINEA.
002350     05  FILLER          PIC X(75) VALUE
002360         "TOTAL CLIENTES".
002370     05  WS-TOT-CLIENTES PIC ZZZ9.
002380     05  FILLER          PIC X(1)  VALUE SPACE.
002390     05  WS-TOT-DEP-ED   PIC Z(10)9.99.
002400     05  FILLER          PIC X(1)  VALUE SPACE.
002410     05  WS-TOT-SOB-ED   PIC Z(10)9.99.
002420     05  FILLER          PIC X(1)  VALUE SPACE.
002430     05  WS-TOT-CUB-ED   PIC Z(10)9.99.
002440     05  FILLER          PIC X(1)  VALUE SPACE.
002450     05  WS-TOT-NCU-ED   PIC Z(10)9.99.
002460
002470 01  WS-SIN-TIT-LINEA.
002480     05  FILLER          PIC X(36) VALUE
002490         "CUENTAS SIN TITULAR EN EL ARCHIVO: ".
002500     05  WS-STL-CUENTAS  PIC ZZZ9.
002510     05  FILLER          PIC X(15) VALUE "   SALDO NETO: ".
002520     05  WS-STL-SALDO    PIC -(10)9.99.
002530
002540 01  WS-SIN-TIT-DETALLE.
002550     05  FILLER          PIC X(4)  VALUE SPACES.
002560     05  WS-STD-CTA      PIC X(10).
002570     05  FILLER          PIC X(1)  VALUE SPACE.
002580     05  WS-STD-SALDO    PIC -(10)9.99.
002590
002600 01  WS-HUERFANO-LINEA.
002610     05  FILLER          PIC X(36) VALUE
002620         "VINCULOS A CLIENTE NO REGISTRADO:  ".
002630     05  WS-HUL-CNT      PIC ZZZ9.
002640
002650 PROCEDURE DIVISION.
002660******************************************************************
002670* 0000-MAINLINE
002680******************************************************************
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     PERFORM 2000-REPARTE-SALDOS THRU 2000-EXIT.
002720     PERFORM 8000-WRITE-INFORME THRU 8000-EXIT.
002730     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002740     STOP RUN.
002750
002760******************************************************************
002770* 1000-INITIALIZE - Load the business date, the FSD cover limit,
002780*                   the customers, the day's balances and the
002790*                   holders. Without the day's balance CSV or the
002800*                   customer master there is no position to
002810*                   report, so the step stops with an operator
002820*                   message.
002830******************************************************************
002840 1000-INITIALIZE.
002850     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
002860     MOVE SPACES TO WS-SALDOS-FILENAME
002870     STRING "CUENTAS-" WS-BATCH-FECHA ".CSV" DELIMITED BY SIZE
002880         INTO WS-SALDOS-FILENAME
002890     MOVE SPACES TO WS-POSICION-FILENAME
002900     STRING "POSICION-CLIENTES-" WS-BATCH-FECHA ".TXT"
002910         DELIMITED BY SIZE INTO WS-POSICION-FILENAME
002920     PERFORM 1100-LOAD-FSD THRU 1100-EXIT
002930     PERFORM 1200-LOAD-CLIENTES THRU 1200-EXIT
002940     IF WS-CLI-COUNT = 0
002950         DISPLAY "POSICION-CLIENTES: SIN CLIENTES.TXT O VACIO"
002960             " - PASO OMITIDO"
002970         STOP RUN
002980     END-IF
002990     PERFORM 1300-LOAD-SALDOS THRU 1300-EXIT
003000     IF NOT WS-SALDOS-OK
003010         DISPLAY "POSICION-CLIENTES: SIN " WS-SALDOS-FILENAME
003020             " - PASO OMITIDO"
003030         STOP RUN
003040     END-IF
003050     PERFORM 1400-LOAD-TITULARES THRU 1400-EXIT.
003060 1000-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
003110*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
003120*                          first line). WS-BATCH-FECHA keeps its
003130*                          "SINFECHA" default if the control file
003140*                          is missing or blank, same as the
003150*                          posting run.
003160******************************************************************
003170 1030-LOAD-FECHA-PROCESO.
003180     OPEN INPUT FECHA-PROC-FILE
003190     IF NOT WS-FECHAPROC-OK
003200         GO TO 1030-EXIT
003210     END-IF
003220     READ FECHA-PROC-FILE
003230         AT END
003240             CONTINUE
003250         NOT AT END
003260             IF FECHA-PROC-LINE (1:8) NOT = SPACES
003270                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
003280             END-IF
003290     END-READ
003300     CLOSE FECHA-PROC-FILE.
003310 1030-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350* 1100-LOAD-FSD - Read the FSD cover limit per customer, in PEN,
003360*                from the first line of FSD-COBERTURA.TXT. The
003370*                FSD revises it every quarter; without the file
003380*                the limit last built in is used and the
003390*                operator is warned.
003400******************************************************************
003410 1100-LOAD-FSD.
003420     OPEN INPUT FSD-FILE
003430     IF NOT WS-FSD-OK
003440         DISPLAY "ADVERTENCIA: SIN FSD-COBERTURA.TXT - TOPE FSD "
003450             "POR DEFECTO"
003460         GO TO 1100-EXIT
003470     END-IF
003480     READ FSD-FILE
003490         AT END
003500             CONTINUE
003510         NOT AT END
003520             MOVE FSD-LINE TO WS-FSD-TMP
003530             IF FUNCTION TEST-NUMVAL (WS-FSD-TMP) = 0
003540                     AND FUNCTION NUMVAL (WS-FSD-TMP) > 0
003550                 MOVE FUNCTION NUMVAL (WS-FSD-TMP)
003560                     TO WS-FSD-TOPE
003570             ELSE
003580                 DISPLAY "ADVERTENCIA: FSD-COBERTURA.TXT NO "
003590                     "NUMERICO - TOPE FSD POR DEFECTO"
003600             END-IF
003610     END-READ
003620     CLOSE FSD-FILE.
003630 1100-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670* 1200-LOAD-CLIENTES - Load CLIENTES.TXT (CLIID,TIPO-DOC,NUM-DOC,
003680*                     NOMBRE,SEGMENTO,RIESGO per line)
003690******************************************************************
003700 1200-LOAD-CLIENTES.
003710     MOVE 0 TO WS-CLI-COUNT
003720     OPEN INPUT CLIENTES-FILE
003730     IF NOT WS-CLIENTES-OK
003740         GO TO 1200-EXIT
003750     END-IF
003760     PERFORM UNTIL WS-CLIENTES-FIN
003770         READ CLIENTES-FILE
003780             AT END
003790                 SET WS-CLIENTES-FIN TO TRUE
003800             NOT AT END
003810                 PERFORM 1210-PARSE-CLIENTE THRU 1210-EXIT
003820         END-READ
003830     END-PERFORM
003840     CLOSE CLIENTES-FILE.
003850 1200-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890* 1210-PARSE-CLIENTE - Add one customer to the working table with
003900*                     its position at zero
003910******************************************************************
003920 1210-PARSE-CLIENTE.
003930     MOVE SPACES TO WS-CLI-ID-TMP
003940     MOVE SPACES TO WS-CLI-TDOC-TMP
003950     MOVE SPACES TO WS-CLI-NDOC-TMP
003960     MOVE SPACES TO WS-CLI-NOM-TMP
003970     MOVE SPACES TO WS-CLI-SEG-TMP
003980     MOVE SPACES TO WS-CLI-RSG-TMP
003990     UNSTRING CLIENTES-LINE DELIMITED BY WS-DELIM
004000         INTO WS-CLI-ID-TMP, WS-CLI-TDOC-TMP, WS-CLI-NDOC-TMP,
004010             WS-CLI-NOM-TMP, WS-CLI-SEG-TMP, WS-CLI-RSG-TMP
004020     IF WS-CLI-ID-TMP = SPACES
004030         GO TO 1210-EXIT
004040     END-IF
004050     IF WS-CLI-COUNT NOT < 500
004060         IF NOT WS-CLI-LLENAS
004070             SET WS-CLI-LLENAS TO TRUE
004080             DISPLAY "ADVERTENCIA: TABLA DE CLIENTES LLENA (500)"
004090                 " - CLIENTES ADICIONALES SIN POSICION"
004100         END-IF
004110         GO TO 1210-EXIT
004120     END-IF
004130     ADD 1 TO WS-CLI-COUNT
004140     SET CLI-IDX TO WS-CLI-COUNT
004150     MOVE WS-CLI-ID-TMP TO WS-CLI-ID (CLI-IDX)
004160     MOVE WS-CLI-TDOC-TMP TO WS-CLI-TIPO-DOC (CLI-IDX)
004170     MOVE WS-CLI-NDOC-TMP TO WS-CLI-NUM-DOC (CLI-IDX)
004180     MOVE WS-CLI-NOM-TMP TO WS-CLI-NOMBRE (CLI-IDX)
004190     MOVE WS-CLI-SEG-TMP TO WS-CLI-SEGMENTO (CLI-IDX)
004200     MOVE WS-CLI-RSG-TMP TO WS-CLI-RIESGO (CLI-IDX)
004210     MOVE 0 TO WS-CLI-CUENTAS (CLI-IDX)
004220     MOVE 0 TO WS-CLI-DEPOSITOS (CLI-IDX)
004230     MOVE 0 TO WS-CLI-SOBREGIRO (CLI-IDX).
004240 1210-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280* 1300-LOAD-SALDOS - Load the day's CUENTA,BALANCE rows (the
004290*                   header row and malformed rows fail the
004300*                   numeric test and are skipped)
004310******************************************************************
004320 1300-LOAD-SALDOS.
004330     MOVE 0 TO WS-SALDOS-COUNT
004340     OPEN INPUT SALDOS-FILE
004350     IF NOT WS-SALDOS-OK
004360         GO TO 1300-EXIT
004370     END-IF
004380     PERFORM UNTIL WS-SALDOS-FIN
004390         READ SALDOS-FILE
004400             AT END
004410                 SET WS-SALDOS-FIN TO TRUE
004420             NOT AT END
004430                 PERFORM 1310-PARSE-SALDO THRU 1310-EXIT
004440         END-READ
004450     END-PERFORM
004460     CLOSE SALDOS-FILE.
004470 1300-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510* 1310-PARSE-SALDO - Add one account balance to the working table
004520******************************************************************
004530 1310-PARSE-SALDO.
004540     MOVE SPACES TO WS-SAL-CTA-TMP
004550     MOVE SPACES TO WS-SAL-BAL-TMP
004560     UNSTRING SALDOS-LINE DELIMITED BY WS-DELIM
004570         INTO WS-SAL-CTA-TMP, WS-SAL-BAL-TMP
004580     IF WS-SAL-CTA-TMP = SPACES
004590             OR FUNCTION TEST-NUMVAL (WS-SAL-BAL-TMP) NOT = 0
004600         GO TO 1310-EXIT
004610     END-IF
004620     IF WS-SALDOS-COUNT NOT < 500
004630         IF NOT WS-SAL-LLENAS
004640             SET WS-SAL-LLENAS TO TRUE
004650             DISPLAY "ADVERTENCIA: TABLA DE SALDOS LLENA (500)"
004660                 " - CUENTAS ADICIONALES SIN POSICION"
004670         END-IF
004680         GO TO 1310-EXIT
004690     END-IF
004700     ADD 1 TO WS-SALDOS-COUNT
004710     SET SAL-IDX TO WS-SALDOS-COUNT
004720     MOVE WS-SAL-CTA-TMP TO WS-SAL-CTA (SAL-IDX)
004730     MOVE FUNCTION NUMVAL (WS-SAL-BAL-TMP)
004740         TO WS-SAL-BALANCE (SAL-IDX)
004750     MOVE 0 TO WS-SAL-TITULARES (SAL-IDX)
004760     MOVE 0 TO WS-SAL-ASIGNADOS (SAL-IDX)
004770     MOVE 0 TO WS-SAL-REPARTIDO (SAL-IDX).
004780 1310-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 1400-LOAD-TITULARES - Load the account-to-customer links. A
004830*                      link to a customer CLIENTES.TXT does not
004840*                      know is counted and left out, so the
004850*                      account's balance is shared among its
004860*                      known holders only. A missing file leaves
004870*                      every account without holder.
004880******************************************************************
004890 1400-LOAD-TITULARES.
004900     MOVE 0 TO WS-TIT-COUNT
004910     OPEN INPUT TITULAR-FILE
004920     IF NOT WS-TITULAR-OK
004930         DISPLAY "ADVERTENCIA: SIN TITULARES-CUENTAS.TXT - "
004940             "NINGUNA CUENTA VINCULADA"
004950         GO TO 1400-EXIT
004960     END-IF
004970     PERFORM UNTIL WS-TITULAR-FIN
004980         READ TITULAR-FILE
004990             AT END
005000                 SET WS-TITULAR-FIN TO TRUE
005010             NOT AT END
005020                 PERFORM 1410-PARSE-TITULAR THRU 1410-EXIT
005030         END-READ
005040     END-PERFORM
005050     CLOSE TITULAR-FILE.
005060 1400-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100* 1410-PARSE-TITULAR - Add one CTAID,CLIID,ROL link, resolving the
005110*                     customer's position in the customer table
005120*                     and counting the holder on its account
005130******************************************************************
005140 1410-PARSE-TITULAR.
005150     MOVE SPACES TO WS-TIT-CTA-TMP
005160     MOVE SPACES TO WS-TIT-CLI-TMP
005170     MOVE SPACES TO WS-TIT-ROL-TMP
005180     UNSTRING TITULAR-LINE DELIMITED BY WS-DELIM
005190         INTO WS-TIT-CTA-TMP, WS-TIT-CLI-TMP, WS-TIT-ROL-TMP
005200     IF WS-TIT-CTA-TMP = SPACES OR WS-TIT-CLI-TMP = SPACES
005210         GO TO 1410-EXIT
005220     END-IF
005230     SET CLI-IDX TO 1
005240     SEARCH WS-CLI-ENTRY
005250         AT END
005260             ADD 1 TO WS-CNT-VINC-HUERFANOS
005270             GO TO 1410-EXIT
005280         WHEN WS-CLI-ID (CLI-IDX) = WS-TIT-CLI-TMP
005290             CONTINUE
005300     END-SEARCH
005310     IF WS-TIT-COUNT NOT < 1000
005320         IF NOT WS-TIT-LLENAS
005330             SET WS-TIT-LLENAS TO TRUE
005340             DISPLAY "ADVERTENCIA: TABLA DE TITULARES LLENA "
005350                 "(1000) - VINCULOS ADICIONALES IGNORADOS"
005360         END-IF
005370         GO TO 1410-EXIT
005380     END-IF
005390     ADD 1 TO WS-TIT-COUNT
005400     SET TIT-IDX TO WS-TIT-COUNT
005410     MOVE WS-TIT-CTA-TMP TO WS-TIT-CTA (TIT-IDX)
005420     MOVE WS-TIT-CLI-TMP TO WS-TIT-CLI (TIT-IDX)
005430     MOVE WS-TIT-ROL-TMP TO WS-TIT-ROL (TIT-IDX)
005440     SET WS-TIT-CLI-POS (TIT-IDX) TO CLI-IDX
005450     ADD 1 TO WS-CLI-CUENTAS (CLI-IDX)
005460     IF WS-SALDOS-COUNT > 0
005470         SET SAL-IDX TO 1
005480         SEARCH WS-SALDO-ENTRY
005490             AT END
005500                 CONTINUE
005510             WHEN WS-SAL-CTA (SAL-IDX) = WS-TIT-CTA-TMP
005520                 ADD 1 TO WS-SAL-TITULARES (SAL-IDX)
005530         END-SEARCH
005540     END-IF.
005550 1410-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590* 2000-REPARTE-SALDOS - Give every customer its share of each
005600*                      linked account's balance. An account that
005610*                      did not appear in the day's CSV has no
005620*                      balance to share.
005630******************************************************************
005640 2000-REPARTE-SALDOS.
005650     PERFORM 2100-REPARTE-VINCULO THRU 2100-EXIT
005660         VARYING TIT-IDX FROM 1 BY 1
005670         UNTIL TIT-IDX > WS-TIT-COUNT.
005680 2000-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 2100-REPARTE-VINCULO - Apply the link at TIT-IDX: a credit
005730*                       balance is split equally among the
005740*                       account's holders (the last one takes
005750*                       the remainder), an overdraft is carried
005760*                       in full by each holder
005770******************************************************************
005780 2100-REPARTE-VINCULO.
005790     IF WS-SALDOS-COUNT = 0
005800         GO TO 2100-EXIT
005810     END-IF
005820     SET SAL-IDX TO 1
005830     SEARCH WS-SALDO-ENTRY
005840         AT END
005850             GO TO 2100-EXIT
005860         WHEN WS-SAL-CTA (SAL-IDX) = WS-TIT-CTA (TIT-IDX)
005870             CONTINUE
005880     END-SEARCH
005890     SET CLI-IDX TO WS-TIT-CLI-POS (TIT-IDX)
005900     IF WS-SAL-BALANCE (SAL-IDX) < 0
005910         SUBTRACT WS-SAL-BALANCE (SAL-IDX)
005920             FROM WS-CLI-SOBREGIRO (CLI-IDX)
005930         GO TO 2100-EXIT
005940     END-IF
005950     ADD 1 TO WS-SAL-ASIGNADOS (SAL-IDX)
005960     IF WS-SAL-ASIGNADOS (SAL-IDX) = WS-SAL-TITULARES (SAL-IDX)
005970         COMPUTE WS-CUOTA =
005980             WS-SAL-BALANCE (SAL-IDX) - WS-SAL-REPARTIDO (SAL-IDX)
005990     ELSE
006000         COMPUTE WS-CUOTA ROUNDED =
006010             WS-SAL-BALANCE (SAL-IDX) / WS-SAL-TITULARES (SAL-IDX)
006020     END-IF
006030     ADD WS-CUOTA TO WS-SAL-REPARTIDO (SAL-IDX)
006040     ADD WS-CUOTA TO WS-CLI-DEPOSITOS (CLI-IDX).
006050 2100-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090* 8000-WRITE-INFORME - Write one line per customer holding at
006100*                     least one account, the grand total, and
006110*                     the accounts in the day's CSV that no
006120*                     customer holds
006130******************************************************************
006140 8000-WRITE-INFORME.
006150     OPEN OUTPUT POSICION-FILE
006160     MOVE WS-BATCH-FECHA TO WS-HDR-FECHA
006170     MOVE WS-FSD-TOPE TO WS-HDR-TOPE
006180     WRITE POSICION-LINE FROM WS-HEADER-1
006190     MOVE SPACES TO POSICION-LINE
006200     WRITE POSICION-LINE
006210     WRITE POSICION-LINE FROM WS-HEADER-2
006220     PERFORM 8100-WRITE-CLIENTE THRU 8100-EXIT
006230         VARYING CLI-IDX FROM 1 BY 1
006240         UNTIL CLI-IDX > WS-CLI-COUNT
006250     MOVE WS-CNT-CLI-POSICION TO WS-TOT-CLIENTES
006260     MOVE WS-TOT-DEPOSITOS TO WS-TOT-DEP-ED
006270     MOVE WS-TOT-SOBREGIRO TO WS-TOT-SOB-ED
006280     MOVE WS-TOT-CUBIERTO TO WS-TOT-CUB-ED
006290     MOVE WS-TOT-NO-CUBIERTO TO WS-TOT-NCU-ED
006300     MOVE SPACES TO POSICION-LINE
006310     WRITE POSICION-LINE
006320     WRITE POSICION-LINE FROM WS-TOTAL-LINEA
006330     MOVE SPACES TO POSICION-LINE
006340     WRITE POSICION-LINE
006350     PERFORM 8200-CUENTA-SIN-TITULAR THRU 8200-EXIT
006360         VARYING SAL-IDX FROM 1 BY 1
006370         UNTIL SAL-IDX > WS-SALDOS-COUNT
006380     MOVE WS-CNT-SIN-TITULAR TO WS-STL-CUENTAS
006390     MOVE WS-SIN-TIT-SALDO TO WS-STL-SALDO
006400     WRITE POSICION-LINE FROM WS-SIN-TIT-LINEA
006410     IF WS-CNT-VINC-HUERFANOS > 0
006420         MOVE WS-CNT-VINC-HUERFANOS TO WS-HUL-CNT
006430         WRITE POSICION-LINE FROM WS-HUERFANO-LINEA
006440     END-IF
006450     CLOSE POSICION-FILE.
006460 8000-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500* 8100-WRITE-CLIENTE - Work out the FSD cover for the customer at
006510*                     CLI-IDX and write its position line
006520******************************************************************
006530 8100-WRITE-CLIENTE.
006540     IF WS-CLI-CUENTAS (CLI-IDX) = 0
006550         GO TO 8100-EXIT
006560     END-IF
006570     ADD 1 TO WS-CNT-CLI-POSICION
006580     IF WS-CLI-DEPOSITOS (CLI-IDX) > WS-FSD-TOPE
006590         MOVE WS-FSD-TOPE TO WS-CUBIERTO
006600     ELSE
006610         MOVE WS-CLI-DEPOSITOS (CLI-IDX) TO WS-CUBIERTO
006620     END-IF
006630     COMPUTE WS-NO-CUBIERTO =
006640         WS-CLI-DEPOSITOS (CLI-IDX) - WS-CUBIERTO
006650     ADD WS-CLI-DEPOSITOS (CLI-IDX) TO WS-TOT-DEPOSITOS
006660     ADD WS-CLI-SOBREGIRO (CLI-IDX) TO WS-TOT-SOBREGIRO
006670     ADD WS-CUBIERTO TO WS-TOT-CUBIERTO
006680     ADD WS-NO-CUBIERTO TO WS-TOT-NO-CUBIERTO
006690     MOVE WS-CLI-ID (CLI-IDX) TO WS-DET-CLIENTE
006700     MOVE WS-CLI-TIPO-DOC (CLI-IDX) TO WS-DET-TIPO-DOC
006710     MOVE WS-CLI-NUM-DOC (CLI-IDX) TO WS-DET-NUM-DOC
006720     MOVE WS-CLI-NOMBRE (CLI-IDX) TO WS-DET-NOMBRE
006730     MOVE WS-CLI-SEGMENTO (CLI-IDX) TO WS-DET-SEGMENTO
006740     MOVE WS-CLI-RIESGO (CLI-IDX) TO WS-DET-RIESGO
006750     MOVE WS-CLI-CUENTAS (CLI-IDX) TO WS-DET-CUENTAS
006760     MOVE WS-CLI-DEPOSITOS (CLI-IDX) TO WS-DET-DEPOSITOS
006770     MOVE WS-CLI-SOBREGIRO (CLI-IDX) TO WS-DET-SOBREGIRO
006780     MOVE WS-CUBIERTO TO WS-DET-CUBIERTO
006790     MOVE WS-NO-CUBIERTO TO WS-DET-NO-CUBIERTO
006800     WRITE POSICION-LINE FROM WS-DETALLE.
006810 8100-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 8200-CUENTA-SIN-TITULAR - List the account at SAL-IDX if no
006860*                          known customer holds it
006870******************************************************************
006880 8200-CUENTA-SIN-TITULAR.
006890     IF WS-SAL-TITULARES (SAL-IDX) > 0
006900         GO TO 8200-EXIT
006910     END-IF
006920     ADD 1 TO WS-CNT-SIN-TITULAR
006930     ADD WS-SAL-BALANCE (SAL-IDX) TO WS-SIN-TIT-SALDO
006940     MOVE WS-SAL-CTA (SAL-IDX) TO WS-STD-CTA
006950     MOVE WS-SAL-BALANCE (SAL-IDX) TO WS-STD-SALDO
006960     WRITE POSICION-LINE FROM WS-SIN-TIT-DETALLE.
006970 8200-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010* 9999-TERMINATE - Echo the run summary
007020******************************************************************
007030 9999-TERMINATE.
007040     DISPLAY "POSICION-CLIENTES: CLIENTES CON POSICION "
007050         WS-CNT-CLI-POSICION " CUENTAS SIN TITULAR "
007060         WS-CNT-SIN-TITULAR
007070     DISPLAY "POSICION-CLIENTES: INFORME EN "
007080         WS-POSICION-FILENAME.
007090 9999-EXIT.
007100     EXIT.
