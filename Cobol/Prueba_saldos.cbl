000010******************************************************************
000020* Author:CESAR CHINCHAY
000030* Date:15/10/2026
000040* Purpose:INTERBANK COBOL ACADEMY
000050* Tectonics: cobc
000060******************************************************************
000070* Modification History
000080*   Date       Init  Description
000090*   ---------- ----  ---------------------------------------------
000100*   2026-10-15  CCH  Initial version: independent balance proof.
000110*                    Rebuilds the business date's balances from
000120*                    the permanent transaction archive
000130*                    (HISTORIAL-TRANSACCIONES.TXT) instead of the
000140*                    posting run's own tables: it starts every
000150*                    account from the prior business day's
000160*                    CUENTAS-yyyymmdd.CSV, applies the day's
000170*                    archive rows (PEN amount signed by type,
000180*                    reversals, ITF legs and interbank debit
000190*                    legs included) and proves the result against
000200*                    today's CUENTAS, FECHAS and MONEDAS CSVs.
000210*                    Breaks are listed by account, date and
000220*                    currency with the difference in
000230*                    PRUEBA-SALDOS-yyyymmdd.TXT, and any break
000240*                    appends to the business date's ALERTA file.
000250*                    The posting run opens every account at zero,
000260*                    so a CUENTAS CSV carries the day's movement;
000270*                    the published closing balance is therefore
000280*                    the prior file plus today's.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PRUEBA-SALDOS.
000320 AUTHOR. CESAR CHINCHAY.
000330 INSTALLATION. INTERBANK COBOL ACADEMY.
000340 DATE-WRITTEN. 15/10/2026.
000350 DATE-COMPILED. 15/10/2026.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ARCHHIST-FILE
000410         ASSIGN TO "HISTORIAL-TRANSACCIONES.TXT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ARCHHIST-STATUS.
000440
000450     SELECT SALANT-FILE ASSIGN TO WS-SALANT-FILENAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SALANT-STATUS.
000480
000490     SELECT CUENTAS-CSV-FILE ASSIGN TO WS-CUENTAS-CSV-FILENAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CUENTAS-STATUS.
000520
000530     SELECT FECHAS-CSV-FILE ASSIGN TO WS-FECHAS-CSV-FILENAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FECHAS-STATUS.
000560
000570     SELECT MONEDAS-CSV-FILE ASSIGN TO WS-MONEDAS-CSV-FILENAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-MONEDAS-STATUS.
000600
000610     SELECT EXTBANCOS-FILE ASSIGN TO "BANCOS-EXTERNOS.TXT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-EXTBANCOS-STATUS.
000640
000650     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FECHAPROC-STATUS.
000680
000690     SELECT PRUEBA-FILE ASSIGN TO WS-PRUEBA-FILENAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-PRUEBA-STATUS.
000720
000730     SELECT ALERTA-FILE ASSIGN TO WS-ALERTA-FILENAME
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-ALERTA-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ARCHHIST-FILE.
000800 01  ARCHHIST-LINE         PIC X(90).
000810
000820 FD  SALANT-FILE.
000830 01  SALANT-LINE           PIC X(40).
000840
000850 FD  CUENTAS-CSV-FILE.
000860 01  CUENTAS-CSV-LINE      PIC X(40).
000870
000880 FD  FECHAS-CSV-FILE.
000890 01  FECHAS-CSV-LINE       PIC X(50).
000900
000910 FD  MONEDAS-CSV-FILE.
000920 01  MONEDAS-CSV-LINE      PIC X(40).
000930
000940 FD  EXTBANCOS-FILE.
000950 01  EXTBANCOS-LINE        PIC X(20).
000960
000970 FD  FECHA-PROC-FILE.
000980 01  FECHA-PROC-LINE       PIC X(10).
000990
001000 FD  PRUEBA-FILE.
001010 01  PRUEBA-LINE           PIC X(132).
001020
001030 FD  ALERTA-FILE.
001040 01  ALERTA-LINE           PIC X(100).
001050
001060 WORKING-STORAGE SECTION.
001070 01  WS-ARCHHIST-STATUS   PIC XX.
001080     88  WS-ARCHHIST-OK       VALUE "00".
001090 01  WS-ARCHHIST-EOF      PIC X VALUE "N".
001100     88  WS-ARCHHIST-FIN      VALUE "Y".
001110 01  WS-SALANT-STATUS     PIC XX.
001120     88  WS-SALANT-OK         VALUE "00".
001130 01  WS-SALANT-EOF        PIC X VALUE "N".
001140     88  WS-SALANT-FIN        VALUE "Y".
001150 01  WS-CUENTAS-STATUS    PIC XX.
001160     88  WS-CUENTAS-OK        VALUE "00".
001170 01  WS-CUENTAS-EOF       PIC X VALUE "N".
001180     88  WS-CUENTAS-FIN       VALUE "Y".
001190 01  WS-FECHAS-STATUS     PIC XX.
001200     88  WS-FECHAS-OK         VALUE "00".
001210 01  WS-FECHAS-EOF        PIC X VALUE "N".
001220     88  WS-FECHAS-FIN        VALUE "Y".
001230 01  WS-MONEDAS-STATUS    PIC XX.
001240     88  WS-MONEDAS-OK        VALUE "00".
001250 01  WS-MONEDAS-EOF       PIC X VALUE "N".
001260     88  WS-MONEDAS-FIN       VALUE "Y".
001270 01  WS-EXTBANCOS-STATUS  PIC XX.
001280     88  WS-EXTBANCOS-OK      VALUE "00".
001290 01  WS-EXTBANCOS-EOF     PIC X VALUE "N".
001300     88  WS-EXTBANCOS-FIN     VALUE "Y".
001310 01  WS-FECHAPROC-STATUS  PIC XX.
001320     88  WS-FECHAPROC-OK      VALUE "00".
001330 01  WS-PRUEBA-STATUS     PIC XX.
001340 01  WS-ALERTA-STATUS     PIC XX.
001350     88  WS-ALERTA-NOFILE     VALUE "35".
001360
001370 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
001380 01  WS-SALANT-FILENAME   PIC X(30) VALUE SPACES.
001390 01  WS-CUENTAS-CSV-FILENAME PIC X(30).
001400 01  WS-FECHAS-CSV-FILENAME PIC X(30).
001410 01  WS-MONEDAS-CSV-FILENAME PIC X(30).
001420 01  WS-PRUEBA-FILENAME   PIC X(30).
001430 01  WS-ALERTA-FILENAME   PIC X(30).
001440
001450 01  WS-DELIM             PIC X VALUE ",".
001460
001470******************************************************************
001480* Prior business day: the nearest earlier calendar day (up to a
001490* week back, to step over weekends and holidays) with a CUENTAS
001500* CSV on disk
001510******************************************************************
001520 01  WS-FECHA-NUM         PIC 9(8) VALUE 0.
001530 01  WS-FECHA-INT         PIC 9(7) VALUE 0.
001540 01  WS-FECHA-ANT-NUM     PIC 9(8) VALUE 0.
001550 01  WS-FECHA-ANT         PIC X(8) VALUE SPACES.
001560 01  WS-DIAS-ATRAS        PIC 9(2) COMP VALUE 0.
001570 01  WS-DIAS-ATRAS-MAX    PIC 9(2) COMP VALUE 7.
001580 01  WS-SALANT-PRESENTE   PIC X VALUE "N".
001590     88  WS-HAY-SALDO-ANT     VALUE "Y".
001600
001610******************************************************************
001620* One archive record, fixed columns - must match the layout the
001630* posting run writes (business date, TR-ID, type, accounts,
001640* native amount/currency, PEN amount, transaction date, and the
001650* reversed TR-ID on a reversal row)
001660******************************************************************
001670 01  WS-HIST-REG.
001680     05  WS-HR-FECHA-PROC PIC X(8).
001690     05  WS-HR-ID        PIC 9(5).
001700     05  WS-HR-TIPO      PIC X(15).
001710     05  WS-HR-CUENTA    PIC X(10).
001720     05  WS-HR-CTA-DEST  PIC X(10).
001730     05  WS-HR-MONTO     PIC 9(5)V99.
001740     05  WS-HR-MONEDA    PIC X(3).
001750     05  WS-HR-MONTO-PEN PIC S9(9)V99 SIGN LEADING SEPARATE.
001760     05  WS-HR-FECHA     PIC X(10).
001770     05  WS-HR-ID-ORIG   PIC 9(5).
001780
001790******************************************************************
001800* The effect of one archive row on the date and currency totals:
001810* signed PEN and native amounts and which counters it moves
001820* ("C" credito, "D" debito, "A" both - an internal transfer,
001830*  "N" none - an ITF leg)
001840******************************************************************
001850 01  WS-IMP-PEN           PIC S9(9)V99 VALUE 0.
001860 01  WS-IMP-NAT           PIC S9(9)V99 VALUE 0.
001870 01  WS-IMP-CLASE         PIC X VALUE "N".
001880     88  WS-IMP-CREDITO       VALUE "C".
001890     88  WS-IMP-DEBITO        VALUE "D".
001900     88  WS-IMP-AMBOS         VALUE "A".
001910
001920******************************************************************
001930* External-bank routing prefixes, same file and rule the posting
001940* run uses: a transfer whose destination starts with a listed
001950* prefix left the bank, so only its debit leg was posted
001960******************************************************************
001970 01  WS-BANCOS-COUNT      PIC 9(4) COMP VALUE 0.
001980 01  WS-BANCOS-TABLE.
001990     05  WS-BANCO-ENTRY OCCURS 1 TO 20 TIMES
002000             DEPENDING ON WS-BANCOS-COUNT
002010             INDEXED BY BCO-IDX.
002020         10  WS-BCO-PREFIJO  PIC X(3).
002030 01  WS-BCO-PRE-TMP       PIC X(10).
002040 01  WS-BCO-COD-TMP       PIC X(10).
002050 01  WS-TRF-EXT-LINEA     PIC X VALUE "N".
002060     88  WS-TRF-EXTERNA       VALUE "Y".
002070
002080******************************************************************
002090* One slot per account: the prior day's closing, the movement
002100* rebuilt from the archive, and the movement the posting run
002110* published today
002120******************************************************************
002130 01  WS-AUD-COUNT         PIC 9(4) COMP VALUE 0.
002140 01  WS-AUD-TABLE.
002150     05  WS-AUD-ENTRY OCCURS 1 TO 500 TIMES
002160             DEPENDING ON WS-AUD-COUNT
002170             INDEXED BY AUD-IDX.
002180         10  WS-AUD-CTA      PIC X(10).
002190         10  WS-AUD-ANT      PIC S9(9)V99.
002200         10  WS-AUD-MOV      PIC S9(9)V99.
002210         10  WS-AUD-PUB      PIC S9(9)V99.
002220         10  WS-AUD-EN-HOY   PIC X.
002230             88  WS-AUD-PUBLICADA   VALUE "S".
002240         10  WS-AUD-EN-ARCH  PIC X.
002250             88  WS-AUD-CON-MOVTO   VALUE "S".
002260
002270 01  WS-AUD-LLENO         PIC X VALUE "N".
002280     88  WS-AUD-LLENAS        VALUE "Y".
002290 01  WS-AUD-HALLADO       PIC X VALUE "N".
002300     88  WS-AUD-ENCONTRADA    VALUE "Y".
002310 01  WS-BUSCA-CUENTA      PIC X(10).
002320
002330******************************************************************
002340* One slot per transaction date and one per currency: the
002350* rebuilt balance and credit/debit counts against the published
002360* ones. The date balance is PEN, the currency balance native.
002370******************************************************************
002380 01  WS-PFC-COUNT         PIC 9(4) COMP VALUE 0.
002390 01  WS-PFC-TABLE.
002400     05  WS-PFC-ENTRY OCCURS 1 TO 100 TIMES
002410             DEPENDING ON WS-PFC-COUNT
002420             INDEXED BY PFC-IDX.
002430         10  WS-PFC-FECHA    PIC X(10).
002440         10  WS-PFC-BAL      PIC S9(9)V99.
002450         10  WS-PFC-CRED     PIC 9(4).
002460         10  WS-PFC-DEB      PIC 9(4).
002470         10  WS-PFC-PUB-BAL  PIC S9(9)V99.
002480         10  WS-PFC-PUB-CRED PIC 9(4).
002490         10  WS-PFC-PUB-DEB  PIC 9(4).
002500         10  WS-PFC-EN-HOY   PIC X.
002510             88  WS-PFC-PUBLICADA   VALUE "S".
002520         10  WS-PFC-EN-ARCH  PIC X.
002530             88  WS-PFC-CON-MOVTO   VALUE "S".
002540
002550 01  WS-PMN-COUNT         PIC 9(4) COMP VALUE 0.
002560 01  WS-PMN-TABLE.
002570     05  WS-PMN-ENTRY OCCURS 1 TO 20 TIMES
002580             DEPENDING ON WS-PMN-COUNT
002590             INDEXED BY PMN-IDX.
002600         10  WS-PMN-MONEDA   PIC X(3).
002610         10  WS-PMN-BAL      PIC S9(9)V99.
002620         10  WS-PMN-CRED     PIC 9(4).
002630         10  WS-PMN-DEB      PIC 9(4).
002640         10  WS-PMN-PUB-BAL  PIC S9(9)V99.
002650         10  WS-PMN-PUB-CRED PIC 9(4).
002660         10  WS-PMN-PUB-DEB  PIC 9(4).
002670         10  WS-PMN-EN-HOY   PIC X.
002680             88  WS-PMN-PUBLICADA   VALUE "S".
002690         10  WS-PMN-EN-ARCH  PIC X.
002700             88  WS-PMN-CON-MOVTO   VALUE "S".
002710
002720 01  WS-TOT-HALLADO       PIC X VALUE "N".
002730     88  WS-TOT-ENCONTRADO    VALUE "Y".
002740 01  WS-BUSCA-FECHA       PIC X(10).
002750 01  WS-BUSCA-MONEDA      PIC X(3).
002760
002770 01  WS-CSV-CLAVE-TMP     PIC X(12).
002780 01  WS-CSV-BAL-TMP       PIC X(16).
002790 01  WS-CSV-CRE-TMP       PIC X(8).
002800 01  WS-CSV-DEB-TMP       PIC X(8).
002810
002820 01  WS-CNT-HIST          PIC 9(6) COMP VALUE 0.
002830 01  WS-CNT-INVALIDOS     PIC 9(4) COMP VALUE 0.
002840 01  WS-CNT-TIPO-DESC     PIC 9(4) COMP VALUE 0.
002850 01  WS-CNT-CTA-VERIF     PIC 9(4) COMP VALUE 0.
002860 01  WS-CNT-BRK-CTA       PIC 9(4) COMP VALUE 0.
002870 01  WS-CNT-BRK-FCH       PIC 9(4) COMP VALUE 0.
002880 01  WS-CNT-BRK-MON       PIC 9(4) COMP VALUE 0.
002890 01  WS-CNT-FALTANTES     PIC 9(4) COMP VALUE 0.
002900 01  WS-CNT-BRK-TOTAL     PIC 9(4) COMP VALUE 0.
002910
002920 01  WS-DIF               PIC S9(9)V99 VALUE 0.
002930 01  WS-RECONSTRUIDO      PIC S9(9)V99 VALUE 0.
002940 01  WS-PUBLICADO         PIC S9(9)V99 VALUE 0.
002950
002960 01  WS-HEADER-1.
002970     05  FILLER          PIC X(44) VALUE
002980         "PRUEBA DE SALDOS DESDE EL HISTORIAL - IBK".
002990
003000 01  WS-HEADER-2.
003010     05  FILLER          PIC X(110) VALUE ALL "-".
003020
003030 01  WS-FECHA-LINEA.
003040     05  FILLER          PIC X(18) VALUE "FECHA DE PROCESO: ".
003050     05  WS-FEC-FECHA    PIC X(8).
003060     05  FILLER          PIC X(19) VALUE "   SALDO ANTERIOR: ".
003070     05  WS-FEC-ANT      PIC X(30).
003080
003090 01  WS-FALTA-LINEA.
003100     05  FILLER          PIC X(25) VALUE
003110         "  ARCHIVO NO ENCONTRADO: ".
003120     05  WS-FAL-ARCHIVO  PIC X(30).
003130
003140 01  WS-SECCION-LINEA.
003150     05  WS-SEC-TITULO   PIC X(40).
003160
003170 01  WS-CTA-COLUMNAS.
003180     05  FILLER          PIC X(12) VALUE "  CUENTA".
003190     05  FILLER          PIC X(15) VALUE "     SALDO ANT.".
003200     05  FILLER          PIC X(15) VALUE "   MOV. ARCHIVO".
003210     05  FILLER          PIC X(15) VALUE "   RECONSTRUIDO".
003220     05  FILLER          PIC X(15) VALUE "      PUBLICADO".
003230     05  FILLER          PIC X(15) VALUE "     DIFERENCIA".
003240     05  FILLER          PIC X(15) VALUE "  OBSERVACION".
003250
003260 01  WS-CTA-DETALLE.
003270     05  FILLER          PIC X(2)  VALUE SPACES.
003280     05  WS-CDT-CTA      PIC X(10).
003290     05  FILLER          PIC X(2)  VALUE SPACES.
003300     05  WS-CDT-ANT      PIC -(9)9.99.
003310     05  FILLER          PIC X(2)  VALUE SPACES.
003320     05  WS-CDT-MOV      PIC -(9)9.99.
003330     05  FILLER          PIC X(2)  VALUE SPACES.
003340     05  WS-CDT-REC      PIC -(9)9.99.
003350     05  FILLER          PIC X(2)  VALUE SPACES.
003360     05  WS-CDT-PUB      PIC -(9)9.99.
003370     05  FILLER          PIC X(2)  VALUE SPACES.
003380     05  WS-CDT-DIF      PIC -(9)9.99.
003390     05  FILLER          PIC X(2)  VALUE SPACES.
003400     05  WS-CDT-OBS      PIC X(20).
003410
003420 01  WS-TOT-COLUMNAS.
003430     05  FILLER          PIC X(12) VALUE "  CLAVE".
003440     05  FILLER          PIC X(15) VALUE "   RECONSTRUIDO".
003450     05  FILLER          PIC X(15) VALUE "      PUBLICADO".
003460     05  FILLER          PIC X(15) VALUE "     DIFERENCIA".
003470     05  FILLER          PIC X(12) VALUE "   CRED R/P".
003480     05  FILLER          PIC X(12) VALUE "    DEB R/P".
003490     05  FILLER          PIC X(15) VALUE "  OBSERVACION".
003500
003510 01  WS-TOT-DETALLE.
003520     05  FILLER          PIC X(2)  VALUE SPACES.
003530     05  WS-TDT-CLAVE    PIC X(10).
003540     05  FILLER          PIC X(2)  VALUE SPACES.
003550     05  WS-TDT-REC      PIC -(9)9.99.
003560     05  FILLER          PIC X(2)  VALUE SPACES.
003570     05  WS-TDT-PUB      PIC -(9)9.99.
003580     05  FILLER          PIC X(2)  VALUE SPACES.
003590     05  WS-TDT-DIF      PIC -(9)9.99.
003600     05  FILLER          PIC X(3)  VALUE SPACES.
003610     05  WS-TDT-CRED-R   PIC ZZZ9.
003620     05  FILLER          PIC X(1)  VALUE "/".
003630     05  WS-TDT-CRED-P   PIC ZZZ9.
003640     05  FILLER          PIC X(3)  VALUE SPACES.
003650     05  WS-TDT-DEB-R    PIC ZZZ9.
003660     05  FILLER          PIC X(1)  VALUE "/".
003670     05  WS-TDT-DEB-P    PIC ZZZ9.
003680     05  FILLER          PIC X(3)  VALUE SPACES.
003690     05  WS-TDT-OBS      PIC X(20).
003700
003710 01  WS-NINGUNO-LINEA.
003720     05  FILLER          PIC X(14) VALUE "  (NINGUNO)".
003730
003740 01  WS-RESUMEN-LINEA.
003750     05  WS-RES-ETIQUETA PIC X(36).
003760     05  WS-RES-CNT      PIC ZZZZZ9.
003770
003780 01  WS-RESULTADO-LINEA.
003790     05  FILLER          PIC X(36) VALUE
003800         "RESULTADO DE LA PRUEBA:".
003810     05  WS-RSL-ESTADO   PIC X(10).
003820
003830 01  WS-ALERTA-TEXTO.
003840     05  FILLER          PIC X(14) VALUE "  DESCUADRES: ".
003850     05  FILLER          PIC X(8)  VALUE "CUENTAS ".
003860     05  WS-ALR-CTA      PIC ZZZ9.
003870     05  FILLER          PIC X(8)  VALUE "  FECHAS".
003880     05  WS-ALR-FCH      PIC ZZZ9.
003890     05  FILLER          PIC X(9)  VALUE "  MONEDAS".
003900     05  WS-ALR-MON      PIC ZZZ9.
003910     05  FILLER          PIC X(20) VALUE "  ARCHIVOS FALTANTES".
003920     05  WS-ALR-FAL      PIC ZZZ9.
003930
003940 PROCEDURE DIVISION.
003950******************************************************************
003960* 0000-MAINLINE
003970******************************************************************
003980 0000-MAINLINE.
003990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004000     PERFORM 2000-LOAD-SALDO-ANT THRU 2000-EXIT.
004010     PERFORM 3000-APLICA-HISTORIAL THRU 3000-EXIT.
004020     PERFORM 4000-LOAD-CUENTAS-HOY THRU 4000-EXIT.
004030     PERFORM 4200-LOAD-FECHAS-HOY THRU 4200-EXIT.
004040     PERFORM 4400-LOAD-MONEDAS-HOY THRU 4400-EXIT.
004050     PERFORM 8000-SHOW-PRUEBA THRU 8000-EXIT.
004060     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004070     STOP RUN.
004080
004090******************************************************************
004100* 1000-INITIALIZE - Build the date-stamped filenames, find the
004110*                   prior business day's CUENTAS CSV, load the
004120*                   external-bank prefixes and start the report
004130******************************************************************
004140 1000-INITIALIZE.
004150     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
004160     MOVE SPACES TO WS-CUENTAS-CSV-FILENAME
004170     STRING "CUENTAS-" WS-BATCH-FECHA ".CSV" DELIMITED BY SIZE
004180         INTO WS-CUENTAS-CSV-FILENAME
004190     MOVE SPACES TO WS-FECHAS-CSV-FILENAME
004200     STRING "FECHAS-" WS-BATCH-FECHA ".CSV" DELIMITED BY SIZE
004210         INTO WS-FECHAS-CSV-FILENAME
004220     MOVE SPACES TO WS-MONEDAS-CSV-FILENAME
004230     STRING "MONEDAS-" WS-BATCH-FECHA ".CSV" DELIMITED BY SIZE
004240         INTO WS-MONEDAS-CSV-FILENAME
004250     MOVE SPACES TO WS-PRUEBA-FILENAME
004260     STRING "PRUEBA-SALDOS-" WS-BATCH-FECHA ".TXT"
004270         DELIMITED BY SIZE INTO WS-PRUEBA-FILENAME
004280     MOVE SPACES TO WS-ALERTA-FILENAME
004290     STRING "ALERTA-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
004300         INTO WS-ALERTA-FILENAME
004310     PERFORM 1100-BUSCA-SALDO-ANT THRU 1100-EXIT
004320     PERFORM 1200-LOAD-BANCOS THRU 1200-EXIT
004330     OPEN OUTPUT PRUEBA-FILE
004340     WRITE PRUEBA-LINE FROM WS-HEADER-2
004350     WRITE PRUEBA-LINE FROM WS-HEADER-1
004360     WRITE PRUEBA-LINE FROM WS-HEADER-2
004370     MOVE WS-BATCH-FECHA TO WS-FEC-FECHA
004380     IF WS-HAY-SALDO-ANT
004390         MOVE WS-SALANT-FILENAME TO WS-FEC-ANT
004400     ELSE
004410         MOVE "(NINGUNO - SE PARTE DE CERO)" TO WS-FEC-ANT
004420     END-IF
004430     WRITE PRUEBA-LINE FROM WS-FECHA-LINEA
004440     MOVE SPACES TO PRUEBA-LINE
004450     WRITE PRUEBA-LINE.
004460 1000-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
004510*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
004520*                          first line). WS-BATCH-FECHA keeps its
004530*                          "SINFECHA" default if the control file
004540*                          is missing or blank, same as the
004550*                          posting run.
004560******************************************************************
004570 1030-LOAD-FECHA-PROCESO.
004580     OPEN INPUT FECHA-PROC-FILE
004590     IF NOT WS-FECHAPROC-OK
004600         GO TO 1030-EXIT
004610     END-IF
004620     READ FECHA-PROC-FILE
004630         AT END
004640             CONTINUE
004650         NOT AT END
004660             IF FECHA-PROC-LINE (1:8) NOT = SPACES
004670                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
004680             END-IF
004690     END-READ
004700     CLOSE FECHA-PROC-FILE.
004710 1030-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 1100-BUSCA-SALDO-ANT - Walk back from the business date, a day
004760*                        at a time for up to a week, to the first
004770*                        CUENTAS CSV on disk; it is left open for
004780*                        2000-LOAD-SALDO-ANT. Without a usable
004790*                        business date or any earlier file every
004800*                        account starts from zero.
004810******************************************************************
004820 1100-BUSCA-SALDO-ANT.
004830     IF WS-BATCH-FECHA NOT NUMERIC
004840         GO TO 1100-EXIT
004850     END-IF
004860     MOVE WS-BATCH-FECHA TO WS-FECHA-NUM
004870     COMPUTE WS-FECHA-INT =
004880         FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
004890     PERFORM 1110-PRUEBA-DIA-ANT THRU 1110-EXIT
004900         VARYING WS-DIAS-ATRAS FROM 1 BY 1
004910         UNTIL WS-DIAS-ATRAS > WS-DIAS-ATRAS-MAX
004920             OR WS-HAY-SALDO-ANT.
004930 1100-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970* 1110-PRUEBA-DIA-ANT - Try to open the CUENTAS CSV of the day
004980*                       WS-DIAS-ATRAS days before the business
004990*                       date
005000******************************************************************
005010 1110-PRUEBA-DIA-ANT.
005020     COMPUTE WS-FECHA-ANT-NUM =
005030         FUNCTION DATE-OF-INTEGER (WS-FECHA-INT - WS-DIAS-ATRAS)
005040     MOVE WS-FECHA-ANT-NUM TO WS-FECHA-ANT
005050     MOVE SPACES TO WS-SALANT-FILENAME
005060     STRING "CUENTAS-" WS-FECHA-ANT ".CSV" DELIMITED BY SIZE
005070         INTO WS-SALANT-FILENAME
005080     OPEN INPUT SALANT-FILE
005090     IF WS-SALANT-OK
005100         SET WS-HAY-SALDO-ANT TO TRUE
005110     END-IF.
005120 1110-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160* 1200-LOAD-BANCOS - Load the external-bank routing prefixes from
005170*                    BANCOS-EXTERNOS.TXT (PREFIJO,CODBANCO per
005180*                    line). With no file no transfer is treated
005190*                    as interbank, same as the posting run.
005200******************************************************************
005210 1200-LOAD-BANCOS.
005220     MOVE 0 TO WS-BANCOS-COUNT
005230     OPEN INPUT EXTBANCOS-FILE
005240     IF NOT WS-EXTBANCOS-OK
005250         GO TO 1200-EXIT
005260     END-IF
005270     PERFORM UNTIL WS-EXTBANCOS-FIN
005280         READ EXTBANCOS-FILE
005290             AT END
005300                 SET WS-EXTBANCOS-FIN TO TRUE
005310             NOT AT END
005320                 PERFORM 1210-PARSE-BANCO THRU 1210-EXIT
005330         END-READ
005340     END-PERFORM
005350     CLOSE EXTBANCOS-FILE.
005360 1200-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 1210-PARSE-BANCO - Add one PREFIJO,CODBANCO row to the routing
005410*                    table
005420******************************************************************
005430 1210-PARSE-BANCO.
005440     MOVE SPACES TO WS-BCO-PRE-TMP
005450     MOVE SPACES TO WS-BCO-COD-TMP
005460     UNSTRING EXTBANCOS-LINE DELIMITED BY WS-DELIM
005470         INTO WS-BCO-PRE-TMP, WS-BCO-COD-TMP
005480     IF WS-BCO-PRE-TMP NOT = SPACES
005490             AND WS-BCO-COD-TMP NOT = SPACES
005500             AND WS-BANCOS-COUNT < 20
005510         ADD 1 TO WS-BANCOS-COUNT
005520         SET BCO-IDX TO WS-BANCOS-COUNT
005530         MOVE WS-BCO-PRE-TMP TO WS-BCO-PREFIJO (BCO-IDX)
005540     END-IF.
005550 1210-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590* 2000-LOAD-SALDO-ANT - Seed every account with its closing
005600*                       balance from the prior business day's
005610*                       CUENTAS CSV (opened by 1100)
005620******************************************************************
005630 2000-LOAD-SALDO-ANT.
005640     IF NOT WS-HAY-SALDO-ANT
005650         GO TO 2000-EXIT
005660     END-IF
005670     PERFORM UNTIL WS-SALANT-FIN
005680         READ SALANT-FILE
005690             AT END
005700                 SET WS-SALANT-FIN TO TRUE
005710             NOT AT END
005720                 PERFORM 2100-PARSE-SALDO-ANT THRU 2100-EXIT
005730         END-READ
005740     END-PERFORM
005750     CLOSE SALANT-FILE.
005760 2000-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800* 2100-PARSE-SALDO-ANT - Load one CUENTA,BALANCE row; the header
005810*                        and any row without a numeric balance
005820*                        are skipped
005830******************************************************************
005840 2100-PARSE-SALDO-ANT.
005850     MOVE SPACES TO WS-CSV-CLAVE-TMP
005860     MOVE SPACES TO WS-CSV-BAL-TMP
005870     UNSTRING SALANT-LINE DELIMITED BY WS-DELIM
005880         INTO WS-CSV-CLAVE-TMP, WS-CSV-BAL-TMP
005890     IF WS-CSV-CLAVE-TMP = SPACES
005900             OR FUNCTION TEST-NUMVAL (WS-CSV-BAL-TMP) NOT = 0
005910         GO TO 2100-EXIT
005920     END-IF
005930     MOVE WS-CSV-CLAVE-TMP TO WS-BUSCA-CUENTA
005940     PERFORM 5000-BUSCA-CUENTA THRU 5000-EXIT
005950     IF WS-AUD-ENCONTRADA
005960         ADD FUNCTION NUMVAL (WS-CSV-BAL-TMP)
005970             TO WS-AUD-ANT (AUD-IDX)
005980     END-IF.
005990 2100-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030* 3000-APLICA-HISTORIAL - Apply every archive row of the business
006040*                         date. A missing archive applies nothing
006050*                         and any published movement then breaks.
006060******************************************************************
006070 3000-APLICA-HISTORIAL.
006080     OPEN INPUT ARCHHIST-FILE
006090     IF NOT WS-ARCHHIST-OK
006100         ADD 1 TO WS-CNT-FALTANTES
006110         MOVE "HISTORIAL-TRANSACCIONES.TXT" TO WS-FAL-ARCHIVO
006120         WRITE PRUEBA-LINE FROM WS-FALTA-LINEA
006130         GO TO 3000-EXIT
006140     END-IF
006150     PERFORM UNTIL WS-ARCHHIST-FIN
006160         READ ARCHHIST-FILE
006170             AT END
006180                 SET WS-ARCHHIST-FIN TO TRUE
006190             NOT AT END
006200                 PERFORM 3100-APLICA-REGISTRO THRU 3100-EXIT
006210         END-READ
006220     END-PERFORM
006230     CLOSE ARCHHIST-FILE.
006240 3000-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280* 3100-APLICA-REGISTRO - Sign one archive row by its type the way
006290*                        the posting run booked it and apply it
006300*                        to the account, date and currency
006310*                        totals. Reversal rows carry the reversed
006320*                        type already ("Debito (REV)", "Credito
006330*                        (REV)", "Transferencia R"), so they sign
006340*                        like any other row of that type.
006350******************************************************************
006360 3100-APLICA-REGISTRO.
006370     MOVE ARCHHIST-LINE TO WS-HIST-REG
006380     IF WS-HR-ID NOT NUMERIC
006390             OR WS-HR-FECHA-PROC NOT = WS-BATCH-FECHA
006400         GO TO 3100-EXIT
006410     END-IF
006420     IF WS-HR-MONTO-PEN NOT NUMERIC OR WS-HR-MONTO NOT NUMERIC
006430         ADD 1 TO WS-CNT-INVALIDOS
006440         GO TO 3100-EXIT
006450     END-IF
006460     ADD 1 TO WS-CNT-HIST
006470     EVALUATE TRUE
006480         WHEN WS-HR-TIPO (1:9) = "ITF (REV)"
006490             MOVE WS-HR-MONTO-PEN TO WS-IMP-PEN
006500             MOVE WS-HR-MONTO TO WS-IMP-NAT
006510             MOVE "N" TO WS-IMP-CLASE
006520         WHEN WS-HR-TIPO (1:3) = "ITF"
006530             COMPUTE WS-IMP-PEN = WS-HR-MONTO-PEN * -1
006540             COMPUTE WS-IMP-NAT = WS-HR-MONTO * -1
006550             MOVE "N" TO WS-IMP-CLASE
006560         WHEN WS-HR-TIPO (1:7) = "Credito"
006570             MOVE WS-HR-MONTO-PEN TO WS-IMP-PEN
006580             MOVE WS-HR-MONTO TO WS-IMP-NAT
006590             MOVE "C" TO WS-IMP-CLASE
006600         WHEN WS-HR-TIPO (1:6) = "Debito"
006610             COMPUTE WS-IMP-PEN = WS-HR-MONTO-PEN * -1
006620             COMPUTE WS-IMP-NAT = WS-HR-MONTO * -1
006630             MOVE "D" TO WS-IMP-CLASE
006640         WHEN WS-HR-TIPO (1:13) = "Transferencia"
006650             PERFORM 3200-APLICA-TRANSFERENCIA THRU 3200-EXIT
006660             GO TO 3100-EXIT
006670         WHEN OTHER
006680             ADD 1 TO WS-CNT-TIPO-DESC
006690             DISPLAY "ADVERTENCIA: TIPO NO RECONOCIDO EN EL"
006700                 " HISTORIAL - ID " WS-HR-ID " " WS-HR-TIPO
006710             GO TO 3100-EXIT
006720     END-EVALUATE
006730     MOVE WS-HR-CUENTA TO WS-BUSCA-CUENTA
006740     PERFORM 3150-MUEVE-CUENTA THRU 3150-EXIT
006750     PERFORM 3300-APLICA-TOTALES THRU 3300-EXIT.
006760 3100-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800* 3150-MUEVE-CUENTA - Add WS-IMP-PEN to the rebuilt movement of
006810*                     WS-BUSCA-CUENTA
006820******************************************************************
006830 3150-MUEVE-CUENTA.
006840     PERFORM 5000-BUSCA-CUENTA THRU 5000-EXIT
006850     IF WS-AUD-ENCONTRADA
006860         ADD WS-IMP-PEN TO WS-AUD-MOV (AUD-IDX)
006870         MOVE "S" TO WS-AUD-EN-ARCH (AUD-IDX)
006880     END-IF.
006890 3150-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930* 3200-APLICA-TRANSFERENCIA - A transfer debits its origin; an
006940*                             internal one also credits its
006950*                             destination and nets to zero in
006960*                             the totals, while an interbank one
006970*                             posted only its debit leg
006980******************************************************************
006990 3200-APLICA-TRANSFERENCIA.
007000     MOVE "N" TO WS-TRF-EXT-LINEA
007010     IF WS-BANCOS-COUNT > 0
007020         SET BCO-IDX TO 1
007030         SEARCH WS-BANCO-ENTRY
007040             AT END
007050                 CONTINUE
007060             WHEN WS-BCO-PREFIJO (BCO-IDX) = WS-HR-CTA-DEST (1:3)
007070                 SET WS-TRF-EXTERNA TO TRUE
007080         END-SEARCH
007090     END-IF
007100     COMPUTE WS-IMP-PEN = WS-HR-MONTO-PEN * -1
007110     MOVE WS-HR-CUENTA TO WS-BUSCA-CUENTA
007120     PERFORM 3150-MUEVE-CUENTA THRU 3150-EXIT
007130     IF WS-TRF-EXTERNA
007140         COMPUTE WS-IMP-NAT = WS-HR-MONTO * -1
007150         MOVE "D" TO WS-IMP-CLASE
007160     ELSE
007170         MOVE WS-HR-MONTO-PEN TO WS-IMP-PEN
007180         MOVE WS-HR-CTA-DEST TO WS-BUSCA-CUENTA
007190         PERFORM 3150-MUEVE-CUENTA THRU 3150-EXIT
007200         MOVE 0 TO WS-IMP-PEN
007210         MOVE 0 TO WS-IMP-NAT
007220         MOVE "A" TO WS-IMP-CLASE
007230     END-IF
007240     PERFORM 3300-APLICA-TOTALES THRU 3300-EXIT.
007250 3200-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290* 3300-APLICA-TOTALES - Post the row's signed amounts and counts
007300*                       to its transaction date and currency
007310******************************************************************
007320 3300-APLICA-TOTALES.
007330     MOVE WS-HR-FECHA TO WS-BUSCA-FECHA
007340     PERFORM 5100-BUSCA-FECHA THRU 5100-EXIT
007350     IF WS-TOT-ENCONTRADO
007360         MOVE "S" TO WS-PFC-EN-ARCH (PFC-IDX)
007370         ADD WS-IMP-PEN TO WS-PFC-BAL (PFC-IDX)
007380         IF WS-IMP-CREDITO OR WS-IMP-AMBOS
007390             ADD 1 TO WS-PFC-CRED (PFC-IDX)
007400         END-IF
007410         IF WS-IMP-DEBITO OR WS-IMP-AMBOS
007420             ADD 1 TO WS-PFC-DEB (PFC-IDX)
007430         END-IF
007440     END-IF
007450     MOVE WS-HR-MONEDA TO WS-BUSCA-MONEDA
007460     PERFORM 5200-BUSCA-MONEDA THRU 5200-EXIT
007470     IF WS-TOT-ENCONTRADO
007480         MOVE "S" TO WS-PMN-EN-ARCH (PMN-IDX)
007490         ADD WS-IMP-NAT TO WS-PMN-BAL (PMN-IDX)
007500         IF WS-IMP-CREDITO OR WS-IMP-AMBOS
007510             ADD 1 TO WS-PMN-CRED (PMN-IDX)
007520         END-IF
007530         IF WS-IMP-DEBITO OR WS-IMP-AMBOS
007540             ADD 1 TO WS-PMN-DEB (PMN-IDX)
007550         END-IF
007560     END-IF.
007570 3300-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610* 4000-LOAD-CUENTAS-HOY - Load the movement the posting run
007620*                         published per account today
007630******************************************************************
007640 4000-LOAD-CUENTAS-HOY.
007650     OPEN INPUT CUENTAS-CSV-FILE
007660     IF NOT WS-CUENTAS-OK
007670         ADD 1 TO WS-CNT-FALTANTES
007680         MOVE WS-CUENTAS-CSV-FILENAME TO WS-FAL-ARCHIVO
007690         WRITE PRUEBA-LINE FROM WS-FALTA-LINEA
007700         GO TO 4000-EXIT
007710     END-IF
007720     PERFORM UNTIL WS-CUENTAS-FIN
007730         READ CUENTAS-CSV-FILE
007740             AT END
007750                 SET WS-CUENTAS-FIN TO TRUE
007760             NOT AT END
007770                 PERFORM 4100-PARSE-CUENTA-HOY THRU 4100-EXIT
007780         END-READ
007790     END-PERFORM
007800     CLOSE CUENTAS-CSV-FILE.
007810 4000-EXIT.
007820     EXIT.
007830
007840******************************************************************
007850* 4100-PARSE-CUENTA-HOY - Load one CUENTA,BALANCE row of today's
007860*                         CSV
007870******************************************************************
007880 4100-PARSE-CUENTA-HOY.
007890     MOVE SPACES TO WS-CSV-CLAVE-TMP
007900     MOVE SPACES TO WS-CSV-BAL-TMP
007910     UNSTRING CUENTAS-CSV-LINE DELIMITED BY WS-DELIM
007920         INTO WS-CSV-CLAVE-TMP, WS-CSV-BAL-TMP
007930     IF WS-CSV-CLAVE-TMP = SPACES
007940             OR FUNCTION TEST-NUMVAL (WS-CSV-BAL-TMP) NOT = 0
007950         GO TO 4100-EXIT
007960     END-IF
007970     MOVE WS-CSV-CLAVE-TMP TO WS-BUSCA-CUENTA
007980     PERFORM 5000-BUSCA-CUENTA THRU 5000-EXIT
007990     IF WS-AUD-ENCONTRADA
008000         ADD FUNCTION NUMVAL (WS-CSV-BAL-TMP)
008010             TO WS-AUD-PUB (AUD-IDX)
008020         MOVE "S" TO WS-AUD-EN-HOY (AUD-IDX)
008030     END-IF.
008040 4100-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080* 4200-LOAD-FECHAS-HOY - Load the published per-date totals
008090******************************************************************
008100 4200-LOAD-FECHAS-HOY.
008110     OPEN INPUT FECHAS-CSV-FILE
008120     IF NOT WS-FECHAS-OK
008130         ADD 1 TO WS-CNT-FALTANTES
008140         MOVE WS-FECHAS-CSV-FILENAME TO WS-FAL-ARCHIVO
008150         WRITE PRUEBA-LINE FROM WS-FALTA-LINEA
008160         GO TO 4200-EXIT
008170     END-IF
008180     PERFORM UNTIL WS-FECHAS-FIN
008190         READ FECHAS-CSV-FILE
008200             AT END
008210                 SET WS-FECHAS-FIN TO TRUE
008220             NOT AT END
008230                 PERFORM 4300-PARSE-FECHA-HOY THRU 4300-EXIT
008240         END-READ
008250     END-PERFORM
008260     CLOSE FECHAS-CSV-FILE.
008270 4200-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310* 4300-PARSE-FECHA-HOY - Load one FECHA,BALANCE,CREDITOS,DEBITOS
008320*                        row of today's CSV
008330******************************************************************
008340 4300-PARSE-FECHA-HOY.
008350     MOVE SPACES TO WS-CSV-CLAVE-TMP
008360     MOVE SPACES TO WS-CSV-BAL-TMP
008370     MOVE SPACES TO WS-CSV-CRE-TMP
008380     MOVE SPACES TO WS-CSV-DEB-TMP
008390     UNSTRING FECHAS-CSV-LINE DELIMITED BY WS-DELIM
008400         INTO WS-CSV-CLAVE-TMP, WS-CSV-BAL-TMP,
008410             WS-CSV-CRE-TMP, WS-CSV-DEB-TMP
008420     IF WS-CSV-CLAVE-TMP = SPACES
008430             OR FUNCTION TEST-NUMVAL (WS-CSV-BAL-TMP) NOT = 0
008440             OR FUNCTION TEST-NUMVAL (WS-CSV-CRE-TMP) NOT = 0
008450             OR FUNCTION TEST-NUMVAL (WS-CSV-DEB-TMP) NOT = 0
008460         GO TO 4300-EXIT
008470     END-IF
008480     MOVE WS-CSV-CLAVE-TMP TO WS-BUSCA-FECHA
008490     PERFORM 5100-BUSCA-FECHA THRU 5100-EXIT
008500     IF WS-TOT-ENCONTRADO
008510         MOVE "S" TO WS-PFC-EN-HOY (PFC-IDX)
008520         ADD FUNCTION NUMVAL (WS-CSV-BAL-TMP)
008530             TO WS-PFC-PUB-BAL (PFC-IDX)
008540         ADD FUNCTION NUMVAL (WS-CSV-CRE-TMP)
008550             TO WS-PFC-PUB-CRED (PFC-IDX)
008560         ADD FUNCTION NUMVAL (WS-CSV-DEB-TMP)
008570             TO WS-PFC-PUB-DEB (PFC-IDX)
008580     END-IF.
008590 4300-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630* 4400-LOAD-MONEDAS-HOY - Load the published per-currency totals
008640******************************************************************
008650 4400-LOAD-MONEDAS-HOY.
008660     OPEN INPUT MONEDAS-CSV-FILE
008670     IF NOT WS-MONEDAS-OK
008680         ADD 1 TO WS-CNT-FALTANTES
008690         MOVE WS-MONEDAS-CSV-FILENAME TO WS-FAL-ARCHIVO
008700         WRITE PRUEBA-LINE FROM WS-FALTA-LINEA
008710         GO TO 4400-EXIT
008720     END-IF
008730     PERFORM UNTIL WS-MONEDAS-FIN
008740         READ MONEDAS-CSV-FILE
008750             AT END
008760                 SET WS-MONEDAS-FIN TO TRUE
008770             NOT AT END
008780                 PERFORM 4500-PARSE-MONEDA-HOY THRU 4500-EXIT
008790         END-READ
008800     END-PERFORM
008810     CLOSE MONEDAS-CSV-FILE.
008820 4400-EXIT.
008830     EXIT.
008840
008850******************************************************************
008860* 4500-PARSE-MONEDA-HOY - Load one MONEDA,BALANCE,CREDITOS,
008870*                         DEBITOS row of today's CSV
008880******************************************************************
008890 4500-PARSE-MONEDA-HOY.
008900     MOVE SPACES TO WS-CSV-CLAVE-TMP
008910     MOVE SPACES TO WS-CSV-BAL-TMP
008920     MOVE SPACES TO WS-CSV-CRE-TMP
008930     MOVE SPACES TO WS-CSV-DEB-TMP
008940     UNSTRING MONEDAS-CSV-LINE DELIMITED BY WS-DELIM
008950         INTO WS-CSV-CLAVE-TMP, WS-CSV-BAL-TMP,
008960             WS-CSV-CRE-TMP, WS-CSV-DEB-TMP
008970     IF WS-CSV-CLAVE-TMP = SPACES
008980             OR FUNCTION TEST-NUMVAL (WS-CSV-BAL-TMP) NOT = 0
008990             OR FUNCTION TEST-NUMVAL (WS-CSV-CRE-TMP) NOT = 0
009000             OR FUNCTION TEST-NUMVAL (WS-CSV-DEB-TMP) NOT = 0
009010         GO TO 4500-EXIT
009020     END-IF
009030     MOVE WS-CSV-CLAVE-TMP TO WS-BUSCA-MONEDA
009040     PERFORM 5200-BUSCA-MONEDA THRU 5200-EXIT
009050     IF WS-TOT-ENCONTRADO
009060         MOVE "S" TO WS-PMN-EN-HOY (PMN-IDX)
009070         ADD FUNCTION NUMVAL (WS-CSV-BAL-TMP)
009080             TO WS-PMN-PUB-BAL (PMN-IDX)
009090         ADD FUNCTION NUMVAL (WS-CSV-CRE-TMP)
009100             TO WS-PMN-PUB-CRED (PMN-IDX)
009110         ADD FUNCTION NUMVAL (WS-CSV-DEB-TMP)
009120             TO WS-PMN-PUB-DEB (PMN-IDX)
009130     END-IF.
009140 4500-EXIT.
009150     EXIT.
009160
009170******************************************************************
009180* 5000-BUSCA-CUENTA - Position AUD-IDX on WS-BUSCA-CUENTA, opening
009190*                     a zeroed slot for an account seen for the
009200*                     first time. Leaves WS-AUD-HALLADO "N" only
009210*                     when the table is full.
009220******************************************************************
009230 5000-BUSCA-CUENTA.
009240     MOVE "N" TO WS-AUD-HALLADO
009250     SET AUD-IDX TO 1
009260     SEARCH WS-AUD-ENTRY
009270         AT END
009280             IF WS-AUD-COUNT NOT < 500
009290                 IF NOT WS-AUD-LLENAS
009300                     SET WS-AUD-LLENAS TO TRUE
009310                     DISPLAY "ADVERTENCIA: TABLA DE CUENTAS"
009320                         " LLENA (500) - CUENTAS ADICIONALES SIN"
009330                         " VERIFICAR"
009340                 END-IF
009350                 GO TO 5000-EXIT
009360             END-IF
009370             ADD 1 TO WS-AUD-COUNT
009380             SET AUD-IDX TO WS-AUD-COUNT
009390             MOVE WS-BUSCA-CUENTA TO WS-AUD-CTA (AUD-IDX)
009400             MOVE 0 TO WS-AUD-ANT (AUD-IDX)
009410             MOVE 0 TO WS-AUD-MOV (AUD-IDX)
009420             MOVE 0 TO WS-AUD-PUB (AUD-IDX)
009430             MOVE "N" TO WS-AUD-EN-HOY (AUD-IDX)
009440             MOVE "N" TO WS-AUD-EN-ARCH (AUD-IDX)
009450         WHEN WS-AUD-CTA (AUD-IDX) = WS-BUSCA-CUENTA
009460             CONTINUE
009470     END-SEARCH
009480     SET WS-AUD-ENCONTRADA TO TRUE.
009490 5000-EXIT.
009500     EXIT.
009510
009520******************************************************************
009530* 5100-BUSCA-FECHA - Position PFC-IDX on WS-BUSCA-FECHA, opening a
009540*                    zeroed slot for a new date
009550******************************************************************
009560 5100-BUSCA-FECHA.
009570     MOVE "N" TO WS-TOT-HALLADO
009580     SET PFC-IDX TO 1
009590     SEARCH WS-PFC-ENTRY
009600         AT END
009610             IF WS-PFC-COUNT NOT < 100
009620                 DISPLAY "ADVERTENCIA: TABLA DE FECHAS LLENA"
009630                     " (100) - " WS-BUSCA-FECHA " SIN VERIFICAR"
009640                 GO TO 5100-EXIT
009650             END-IF
009660             ADD 1 TO WS-PFC-COUNT
009670             SET PFC-IDX TO WS-PFC-COUNT
009680             MOVE WS-BUSCA-FECHA TO WS-PFC-FECHA (PFC-IDX)
009690             MOVE 0 TO WS-PFC-BAL (PFC-IDX)
009700             MOVE 0 TO WS-PFC-CRED (PFC-IDX)
009710             MOVE 0 TO WS-PFC-DEB (PFC-IDX)
009720             MOVE 0 TO WS-PFC-PUB-BAL (PFC-IDX)
009730             MOVE 0 TO WS-PFC-PUB-CRED (PFC-IDX)
009740             MOVE 0 TO WS-PFC-PUB-DEB (PFC-IDX)
009750             MOVE "N" TO WS-PFC-EN-HOY (PFC-IDX)
009760             MOVE "N" TO WS-PFC-EN-ARCH (PFC-IDX)
009770         WHEN WS-PFC-FECHA (PFC-IDX) = WS-BUSCA-FECHA
009780             CONTINUE
009790     END-SEARCH
009800     SET WS-TOT-ENCONTRADO TO TRUE.
009810 5100-EXIT.
009820     EXIT.
009830
009840******************************************************************
009850* 5200-BUSCA-MONEDA - Position PMN-IDX on WS-BUSCA-MONEDA, opening
009860*                     a zeroed slot for a new currency
009870******************************************************************
009880 5200-BUSCA-MONEDA.
009890     MOVE "N" TO WS-TOT-HALLADO
009900     SET PMN-IDX TO 1
009910     SEARCH WS-PMN-ENTRY
009920         AT END
009930             IF WS-PMN-COUNT NOT < 20
009940                 DISPLAY "ADVERTENCIA: TABLA DE MONEDAS LLENA"
009950                     " (20) - " WS-BUSCA-MONEDA " SIN VERIFICAR"
009960                 GO TO 5200-EXIT
009970             END-IF
009980             ADD 1 TO WS-PMN-COUNT
009990             SET PMN-IDX TO WS-PMN-COUNT
010000             MOVE WS-BUSCA-MONEDA TO WS-PMN-MONEDA (PMN-IDX)
010010             MOVE 0 TO WS-PMN-BAL (PMN-IDX)
010020             MOVE 0 TO WS-PMN-CRED (PMN-IDX)
010030             MOVE 0 TO WS-PMN-DEB (PMN-IDX)
010040             MOVE 0 TO WS-PMN-PUB-BAL (PMN-IDX)
010050             MOVE 0 TO WS-PMN-PUB-CRED (PMN-IDX)
010060             MOVE 0 TO WS-PMN-PUB-DEB (PMN-IDX)
010070             MOVE "N" TO WS-PMN-EN-HOY (PMN-IDX)
010080             MOVE "N" TO WS-PMN-EN-ARCH (PMN-IDX)
010090         WHEN WS-PMN-MONEDA (PMN-IDX) = WS-BUSCA-MONEDA
010100             CONTINUE
010110     END-SEARCH
010120     SET WS-TOT-ENCONTRADO TO TRUE.
010130 5200-EXIT.
010140     EXIT.
010150
010160******************************************************************
010170* 8000-SHOW-PRUEBA - List the breaks by account, date and
010180*                    currency, write the summary and raise the
010190*                    operator alert on any break or missing file
010200******************************************************************
010210 8000-SHOW-PRUEBA.
010220     MOVE SPACES TO PRUEBA-LINE
010230     WRITE PRUEBA-LINE
010240     MOVE "DESCUADRES POR CUENTA (PEN):" TO WS-SEC-TITULO
010250     WRITE PRUEBA-LINE FROM WS-SECCION-LINEA
010260     WRITE PRUEBA-LINE FROM WS-CTA-COLUMNAS
010270     PERFORM 8100-PRUEBA-CUENTA THRU 8100-EXIT
010280         VARYING AUD-IDX FROM 1 BY 1
010290         UNTIL AUD-IDX > WS-AUD-COUNT
010300     IF WS-CNT-BRK-CTA = 0
010310         WRITE PRUEBA-LINE FROM WS-NINGUNO-LINEA
010320     END-IF
010330     MOVE SPACES TO PRUEBA-LINE
010340     WRITE PRUEBA-LINE
010350     MOVE "DESCUADRES POR FECHA (PEN):" TO WS-SEC-TITULO
010360     WRITE PRUEBA-LINE FROM WS-SECCION-LINEA
010370     WRITE PRUEBA-LINE FROM WS-TOT-COLUMNAS
010380     PERFORM 8200-PRUEBA-FECHA THRU 8200-EXIT
010390         VARYING PFC-IDX FROM 1 BY 1
010400         UNTIL PFC-IDX > WS-PFC-COUNT
010410     IF WS-CNT-BRK-FCH = 0
010420         WRITE PRUEBA-LINE FROM WS-NINGUNO-LINEA
010430     END-IF
010440     MOVE SPACES TO PRUEBA-LINE
010450     WRITE PRUEBA-LINE
010460     MOVE "DESCUADRES POR MONEDA (NATIVO):" TO WS-SEC-TITULO
010470     WRITE PRUEBA-LINE FROM WS-SECCION-LINEA
010480     WRITE PRUEBA-LINE FROM WS-TOT-COLUMNAS
010490     PERFORM 8300-PRUEBA-MONEDA THRU 8300-EXIT
010500         VARYING PMN-IDX FROM 1 BY 1
010510         UNTIL PMN-IDX > WS-PMN-COUNT
010520     IF WS-CNT-BRK-MON = 0
010530         WRITE PRUEBA-LINE FROM WS-NINGUNO-LINEA
010540     END-IF
010550     MOVE SPACES TO PRUEBA-LINE
010560     WRITE PRUEBA-LINE
010570     MOVE "REGISTROS DE HISTORIAL APLICADOS:" TO WS-RES-ETIQUETA
010580     MOVE WS-CNT-HIST TO WS-RES-CNT
010590     WRITE PRUEBA-LINE FROM WS-RESUMEN-LINEA
010600     MOVE "REGISTROS DE HISTORIAL INVALIDOS:" TO WS-RES-ETIQUETA
010610     MOVE WS-CNT-INVALIDOS TO WS-RES-CNT
010620     WRITE PRUEBA-LINE FROM WS-RESUMEN-LINEA
010630     MOVE "TIPOS NO RECONOCIDOS:" TO WS-RES-ETIQUETA
010640     MOVE WS-CNT-TIPO-DESC TO WS-RES-CNT
010650     WRITE PRUEBA-LINE FROM WS-RESUMEN-LINEA
010660     MOVE "CUENTAS VERIFICADAS:" TO WS-RES-ETIQUETA
010670     MOVE WS-CNT-CTA-VERIF TO WS-RES-CNT
010680     WRITE PRUEBA-LINE FROM WS-RESUMEN-LINEA
010690     MOVE "DESCUADRES POR CUENTA:" TO WS-RES-ETIQUETA
010700     MOVE WS-CNT-BRK-CTA TO WS-RES-CNT
010710     WRITE PRUEBA-LINE FROM WS-RESUMEN-LINEA
010720     MOVE "DESCUADRES POR FECHA:" TO WS-RES-ETIQUETA
010730     MOVE WS-CNT-BRK-FCH TO WS-RES-CNT
010740     WRITE PRUEBA-LINE FROM WS-RESUMEN-LINEA
010750     MOVE "DESCUADRES POR MONEDA:" TO WS-RES-ETIQUETA
010760     MOVE WS-CNT-BRK-MON TO WS-RES-CNT
010770     WRITE PRUEBA-LINE FROM WS-RESUMEN-LINEA
010780     MOVE "ARCHIVOS FALTANTES:" TO WS-RES-ETIQUETA
010790     MOVE WS-CNT-FALTANTES TO WS-RES-CNT
010800     WRITE PRUEBA-LINE FROM WS-RESUMEN-LINEA
010810     COMPUTE WS-CNT-BRK-TOTAL = WS-CNT-BRK-CTA + WS-CNT-BRK-FCH
010820         + WS-CNT-BRK-MON + WS-CNT-FALTANTES + WS-CNT-INVALIDOS
010830         + WS-CNT-TIPO-DESC
010840     IF WS-CNT-BRK-TOTAL = 0
010850         MOVE "CUADRA" TO WS-RSL-ESTADO
010860     ELSE
010870         MOVE "NO CUADRA" TO WS-RSL-ESTADO
010880         PERFORM 8800-WRITE-ALERTA THRU 8800-EXIT
010890     END-IF
010900     WRITE PRUEBA-LINE FROM WS-RESULTADO-LINEA
010910     DISPLAY "PRUEBA-SALDOS: " WS-RSL-ESTADO
010920         " CUENTAS " WS-CNT-BRK-CTA
010930         " FECHAS " WS-CNT-BRK-FCH
010940         " MONEDAS " WS-CNT-BRK-MON
010950         " FALTANTES " WS-CNT-FALTANTES.
010960 8000-EXIT.
010970     EXIT.
010980
010990******************************************************************
011000* 8100-PRUEBA-CUENTA - Prove one account: rebuilt closing (prior
011010*                      plus archive movement) against published
011020*                      closing (prior plus today's CSV). An
011030*                      account the archive moved but today's CSV
011040*                      omits is a break even when it nets to
011050*                      zero. Without today's CSV there is nothing
011060*                      to prove and the missing file is the break.
011070******************************************************************
011080 8100-PRUEBA-CUENTA.
011090     IF NOT WS-CUENTAS-OK
011100         GO TO 8100-EXIT
011110     END-IF
011120     ADD 1 TO WS-CNT-CTA-VERIF
011130     COMPUTE WS-RECONSTRUIDO =
011140         WS-AUD-ANT (AUD-IDX) + WS-AUD-MOV (AUD-IDX)
011150     COMPUTE WS-PUBLICADO =
011160         WS-AUD-ANT (AUD-IDX) + WS-AUD-PUB (AUD-IDX)
011170     COMPUTE WS-DIF = WS-PUBLICADO - WS-RECONSTRUIDO
011180     MOVE SPACES TO WS-CDT-OBS
011190     IF WS-AUD-CON-MOVTO (AUD-IDX)
011200             AND NOT WS-AUD-PUBLICADA (AUD-IDX)
011210         MOVE "NO PUBLICADA" TO WS-CDT-OBS
011220     ELSE
011230         IF WS-DIF NOT = 0
011240             IF WS-AUD-CON-MOVTO (AUD-IDX)
011250                 MOVE "DIFERENCIA" TO WS-CDT-OBS
011260             ELSE
011270                 MOVE "SIN HISTORIAL" TO WS-CDT-OBS
011280             END-IF
011290         END-IF
011300     END-IF
011310     IF WS-CDT-OBS = SPACES
011320         GO TO 8100-EXIT
011330     END-IF
011340     ADD 1 TO WS-CNT-BRK-CTA
011350     MOVE WS-AUD-CTA (AUD-IDX) TO WS-CDT-CTA
011360     MOVE WS-AUD-ANT (AUD-IDX) TO WS-CDT-ANT
011370     MOVE WS-AUD-MOV (AUD-IDX) TO WS-CDT-MOV
011380     MOVE WS-RECONSTRUIDO TO WS-CDT-REC
011390     MOVE WS-PUBLICADO TO WS-CDT-PUB
011400     MOVE WS-DIF TO WS-CDT-DIF
011410     WRITE PRUEBA-LINE FROM WS-CTA-DETALLE.
011420 8100-EXIT.
011430     EXIT.
011440
011450******************************************************************
011460* 8200-PRUEBA-FECHA - Prove one transaction date's balance and
011470*                     credit/debit counts
011480******************************************************************
011490 8200-PRUEBA-FECHA.
011500     IF NOT WS-FECHAS-OK
011510         GO TO 8200-EXIT
011520     END-IF
011530     COMPUTE WS-DIF =
011540         WS-PFC-PUB-BAL (PFC-IDX) - WS-PFC-BAL (PFC-IDX)
011550     MOVE SPACES TO WS-TDT-OBS
011560     EVALUATE TRUE
011570         WHEN WS-PFC-CON-MOVTO (PFC-IDX)
011580                 AND NOT WS-PFC-PUBLICADA (PFC-IDX)
011590             MOVE "NO PUBLICADA" TO WS-TDT-OBS
011600         WHEN NOT WS-PFC-CON-MOVTO (PFC-IDX)
011610             MOVE "SIN HISTORIAL" TO WS-TDT-OBS
011620         WHEN WS-DIF NOT = 0
011630             MOVE "DIFERENCIA" TO WS-TDT-OBS
011640         WHEN WS-PFC-CRED (PFC-IDX)
011650                     NOT = WS-PFC-PUB-CRED (PFC-IDX)
011660                 OR WS-PFC-DEB (PFC-IDX)
011670                     NOT = WS-PFC-PUB-DEB (PFC-IDX)
011680             MOVE "CONTEO" TO WS-TDT-OBS
011690     END-EVALUATE
011700     IF WS-TDT-OBS = SPACES
011710         GO TO 8200-EXIT
011720     END-IF
011730     ADD 1 TO WS-CNT-BRK-FCH
011740     MOVE WS-PFC-FECHA (PFC-IDX) TO WS-TDT-CLAVE
011750     MOVE WS-PFC-BAL (PFC-IDX) TO WS-TDT-REC
011760     MOVE WS-PFC-PUB-BAL (PFC-IDX) TO WS-TDT-PUB
011770     MOVE WS-DIF TO WS-TDT-DIF
011780     MOVE WS-PFC-CRED (PFC-IDX) TO WS-TDT-CRED-R
011790     MOVE WS-PFC-PUB-CRED (PFC-IDX) TO WS-TDT-CRED-P
011800     MOVE WS-PFC-DEB (PFC-IDX) TO WS-TDT-DEB-R
011810     MOVE WS-PFC-PUB-DEB (PFC-IDX) TO WS-TDT-DEB-P
011820     WRITE PRUEBA-LINE FROM WS-TOT-DETALLE.
011830 8200-EXIT.
011840     EXIT.
011850
011860******************************************************************
011870* 8300-PRUEBA-MONEDA - Prove one currency's native balance and
011880*                      credit/debit counts
011890******************************************************************
011900 8300-PRUEBA-MONEDA.
011910     IF NOT WS-MONEDAS-OK
011920         GO TO 8300-EXIT
011930     END-IF
011940     COMPUTE WS-DIF =
011950         WS-PMN-PUB-BAL (PMN-IDX) - WS-PMN-BAL (PMN-IDX)
011960     MOVE SPACES TO WS-TDT-OBS
011970     EVALUATE TRUE
011980         WHEN WS-PMN-CON-MOVTO (PMN-IDX)
011990                 AND NOT WS-PMN-PUBLICADA (PMN-IDX)
012000             MOVE "NO PUBLICADA" TO WS-TDT-OBS
012010         WHEN NOT WS-PMN-CON-MOVTO (PMN-IDX)
012020             MOVE "SIN HISTORIAL" TO WS-TDT-OBS
012030         WHEN WS-DIF NOT = 0
012040             MOVE "DIFERENCIA" TO WS-TDT-OBS
012050         WHEN WS-PMN-CRED (PMN-IDX)
012060                     NOT = WS-PMN-PUB-CRED (PMN-IDX)
012070                 OR WS-PMN-DEB (PMN-IDX)
012080                     NOT = WS-PMN-PUB-DEB (PMN-IDX)
012090             MOVE "CONTEO" TO WS-TDT-OBS
012100     END-EVALUATE
012110     IF WS-TDT-OBS = SPACES
012120         GO TO 8300-EXIT
012130     END-IF
012140     ADD 1 TO WS-CNT-BRK-MON
012150     MOVE WS-PMN-MONEDA (PMN-IDX) TO WS-TDT-CLAVE
012160     MOVE WS-PMN-BAL (PMN-IDX) TO WS-TDT-REC
012170     MOVE WS-PMN-PUB-BAL (PMN-IDX) TO WS-TDT-PUB
012180     MOVE WS-DIF TO WS-TDT-DIF
012190     MOVE WS-PMN-CRED (PMN-IDX) TO WS-TDT-CRED-R
012200     MOVE WS-PMN-PUB-CRED (PMN-IDX) TO WS-TDT-CRED-P
012210     MOVE WS-PMN-DEB (PMN-IDX) TO WS-TDT-DEB-R
012220     MOVE WS-PMN-PUB-DEB (PMN-IDX) TO WS-TDT-DEB-P
012230     WRITE PRUEBA-LINE FROM WS-TOT-DETALLE.
012240 8300-EXIT.
012250     EXIT.
012260
012270******************************************************************
012280* 8800-WRITE-ALERTA - Append the break counts to the business
012290*                    date's existing ALERTA file (the same one
012300*                    the posting run raises), creating it if the
012310*                    posting run reconciled clean and truncated it
012320******************************************************************
012330 8800-WRITE-ALERTA.
012340     OPEN EXTEND ALERTA-FILE
012350     IF WS-ALERTA-NOFILE
012360         OPEN OUTPUT ALERTA-FILE
012370     END-IF
012380     MOVE "*** ALERTA OPERATIVA - PRUEBA DE SALDOS NO CUADRA ***"
012390         TO ALERTA-LINE
012400     WRITE ALERTA-LINE
012410     MOVE WS-CNT-BRK-CTA TO WS-ALR-CTA
012420     MOVE WS-CNT-BRK-FCH TO WS-ALR-FCH
012430     MOVE WS-CNT-BRK-MON TO WS-ALR-MON
012440     MOVE WS-CNT-FALTANTES TO WS-ALR-FAL
012450     WRITE ALERTA-LINE FROM WS-ALERTA-TEXTO
012460     IF WS-CNT-INVALIDOS > 0 OR WS-CNT-TIPO-DESC > 0
012470         MOVE "  HISTORIAL CON REGISTROS INVALIDOS O DESCONOCIDOS"
012480             TO ALERTA-LINE
012490         WRITE ALERTA-LINE
012500     END-IF
012510     CLOSE ALERTA-FILE
012520     DISPLAY "*** ALERTA OPERATIVA ESCRITA EN "
012530         WS-ALERTA-FILENAME.
012540 8800-EXIT.
012550     EXIT.
012560
012570******************************************************************
012580* 9999-TERMINATE - Close the report
012590******************************************************************
012600 9999-TERMINATE.
012610     CLOSE PRUEBA-FILE.
012620 9999-EXIT.
012630     EXIT.
