000010******************************************************************
000020* Author:CESAR CHINCHAY
000030* Date:15/10/2026
000040* Purpose:INTERBANK COBOL ACADEMY
000050* Tectonics: cobc
000060******************************************************************
000070* Modification History
000080*   Date       Init  Description
000090*   ---------- ----  ---------------------------------------------
000100*   2026-10-15  CCH  Initial version: daily installment loan
000110*                    collection, run before the posting run. Works
000120*                    the schedule CRONOGRAMA-PRESTAMOS.TXT written
000130*                    by DESEMBOLSO-PRESTAMOS in four steps: (1)
000140*                    installments presented on an earlier day are
000150*                    matched to that day's posting results - a
000160*                    Debito with the same TR-ID, account and
000170*                    amount in HISTORIAL-TRANSACCIONES.TXT marks
000180*                    the installment collected, a line in that
000190*                    day's EXCEPCIONES-yyyymmdd.TXT sends it back
000200*                    to pending with its reject counted, and a day
000210*                    the posting run never ran is presented again;
000220*                    (2) every pending installment due by the
000230*                    business date is presented as a Debito of the
000240*                    repayment account in the drop
000250*                    CUOTAS-yyyymmdd.CSV (data.csv layout, TR-IDs
000260*                    50001-53999, TRAILER included, registered in
000270*                    ARCHIVOS.TXT); (3) unpaid installments past
000280*                    due are aged into the 1-30, 31-60, 61-90 and
000290*                    90+ day buckets and each installment entering
000300*                    a higher bucket is charged that bucket's late
000310*                    fee (table MORA-PRESTAMOS.TXT, TRAMO,COMISION
000320*                    per line, compiled defaults when absent) in
000330*                    the same drop under TR-IDs 54001-54999, so
000340*                    the ledger can tell fee income from
000350*                    repayments, its TR-ID kept until the
000360*                    posting result is known so that a fee the
000370*                    posting run rejects is charged again; (4)
000380*                    the portfolio report
000390*                    CARTERA-PRESTAMOS-yyyymmdd.TXT lists the
000400*                    day's collection results and every loan with
000410*                    its outstanding principal, overdue
000420*                    installments, days late and bucket, with
000430*                    totals by bucket. A rerun on the same
000440*                    business date first withdraws that day's
000450*                    presentations and fees.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. COBRANZA-PRESTAMOS.
000490 AUTHOR. CESAR CHINCHAY.
000500 INSTALLATION. INTERBANK COBOL ACADEMY.
000510 DATE-WRITTEN. 15/10/2026.
000520 DATE-COMPILED. 15/10/2026.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CRONOGRAMA-FILE ASSIGN TO "CRONOGRAMA-PRESTAMOS.TXT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CRONOGRAMA-STATUS.
000600
000610     SELECT MORA-FILE ASSIGN TO "MORA-PRESTAMOS.TXT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-MORA-STATUS.
000640
000650     SELECT ARCHHIST-FILE
000660         ASSIGN TO "HISTORIAL-TRANSACCIONES.TXT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-ARCHHIST-STATUS.
000690
000700     SELECT EXCEP-FILE ASSIGN TO WS-EXCEP-FILENAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-EXCEP-STATUS.
000730
000740     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-FECHAPROC-STATUS.
000770
000780     SELECT DROP-FILE ASSIGN TO WS-DROP-FILENAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-DROP-STATUS.
000810
000820     SELECT CARTERA-FILE ASSIGN TO WS-CARTERA-FILENAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-CARTERA-STATUS.
000850
000860     SELECT ARCHIVOS-FILE ASSIGN TO "ARCHIVOS.TXT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-ARCHIVOS-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  CRONOGRAMA-FILE.
000930 01  CRONOGRAMA-LINE       PIC X(110).
000940
000950 FD  MORA-FILE.
000960 01  MORA-LINE             PIC X(40).
000970
000980 FD  ARCHHIST-FILE.
000990 01  ARCHHIST-LINE         PIC X(90).
001000
001010 FD  EXCEP-FILE.
001020 01  EXCEP-LINE            PIC X(150).
001030
001040 FD  FECHA-PROC-FILE.
001050 01  FECHA-PROC-LINE       PIC X(10).
001060
001070 FD  DROP-FILE.
001080 01  DROP-LINE             PIC X(80).
001090
001100 FD  CARTERA-FILE.
001110 01  CARTERA-LINE          PIC X(110).
001120
001130 FD  ARCHIVOS-FILE.
001140 01  ARCHIVOS-LINE         PIC X(40).
001150
001160 WORKING-STORAGE SECTION.
001170 01  WS-CRONOGRAMA-STATUS PIC XX.
001180     88  WS-CRONOGRAMA-OK     VALUE "00".
001190 01  WS-CRONOGRAMA-EOF    PIC X VALUE "N".
001200     88  WS-CRONOGRAMA-FIN    VALUE "Y".
001210 01  WS-MORA-STATUS       PIC XX.
001220     88  WS-MORA-OK           VALUE "00".
001230 01  WS-MORA-EOF          PIC X VALUE "N".
001240     88  WS-MORA-FIN          VALUE "Y".
001250 01  WS-ARCHHIST-STATUS   PIC XX.
001260     88  WS-ARCHHIST-OK       VALUE "00".
001270 01  WS-ARCHHIST-EOF      PIC X VALUE "N".
001280     88  WS-ARCHHIST-FIN      VALUE "Y".
001290 01  WS-EXCEP-STATUS      PIC XX.
001300     88  WS-EXCEP-OK          VALUE "00".
001310     88  WS-EXCEP-NOFILE      VALUE "35".
001320 01  WS-EXCEP-EOF         PIC X VALUE "N".
001330     88  WS-EXCEP-FIN         VALUE "Y".
001340 01  WS-FECHAPROC-STATUS  PIC XX.
001350     88  WS-FECHAPROC-OK      VALUE "00".
001360 01  WS-DROP-STATUS       PIC XX.
001370 01  WS-CARTERA-STATUS    PIC XX.
001380 01  WS-ARCHIVOS-STATUS   PIC XX.
001390     88  WS-ARCHIVOS-OK       VALUE "00".
001400     88  WS-ARCHIVOS-NOFILE   VALUE "35".
001410 01  WS-ARCHIVOS-EOF      PIC X VALUE "N".
001420     88  WS-ARCHIVOS-FIN      VALUE "Y".
001430 01  WS-ARCHIVO-LISTADO   PIC X VALUE "N".
001440     88  WS-YA-LISTADO        VALUE "Y".
001450
001460 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
001470 01  WS-FECHA-ISO         PIC X(10).
001480 01  WS-HOY-INT           PIC 9(7) COMP VALUE 0.
001490 01  WS-DROP-FILENAME     PIC X(35).
001500 01  WS-CARTERA-FILENAME  PIC X(35).
001510 01  WS-EXCEP-FILENAME    PIC X(30).
001520
001530 01  WS-DELIM             PIC X VALUE ",".
001540
001550******************************************************************
001560* The schedule, held whole and written back at the end. Each
001570* entry is one installment in the fixed columns DESEMBOLSO-
001580* PRESTAMOS writes: ESTADO "P" pending, "E" presented for
001590* collection on FECHA-EMI under TR-ID, "C" collected on
001600* FECHA-PAGO; TRAMO-MORA is the highest delinquency bucket
001610* already charged its late fee, FECHA-MORA the day that fee was
001620* presented, TRAMO-ANT the bucket charged before it and
001630* MORA-TR-ID the fee's TR-ID while its posting result is still
001640* awaited (zero otherwise).
001650******************************************************************
001660 01  WS-CRONO-COUNT       PIC 9(4) COMP VALUE 0.
001670 01  WS-CRONO-TABLE.
001680     05  WS-CR-ENTRY OCCURS 1 TO 5000 TIMES
001690             DEPENDING ON WS-CRONO-COUNT
001700             INDEXED BY CRO-IDX.
001710         10  WS-CR-REG.
001720             15  WS-CR-PRESTAMO  PIC X(10).
001730             15  WS-CR-CUENTA    PIC X(10).
001740             15  WS-CR-NUM       PIC 9(3).
001750             15  WS-CR-VTO       PIC X(8).
001760             15  WS-CR-CUOTA     PIC 9(7)V99.
001770             15  WS-CR-CAPITAL   PIC 9(7)V99.
001780             15  WS-CR-INTERES   PIC 9(7)V99.
001790             15  WS-CR-SALDO     PIC 9(9)V99.
001800             15  WS-CR-ESTADO    PIC X(1).
001810                 88  WS-CR-PENDIENTE  VALUE "P".
001820                 88  WS-CR-EMITIDA    VALUE "E".
001830                 88  WS-CR-COBRADA    VALUE "C".
001840             15  WS-CR-TR-ID     PIC 9(5).
001850             15  WS-CR-FECHA-EMI PIC X(8).
001860             15  WS-CR-FECHA-PAGO PIC X(8).
001870             15  WS-CR-RECHAZOS  PIC 9(3).
001880             15  WS-CR-TRAMO-MORA PIC 9(1).
001890             15  WS-CR-FECHA-MORA PIC X(8).
001900             15  WS-CR-TRAMO-ANT PIC 9(1).
001910             15  WS-CR-MORA-TR-ID PIC 9(5).
001920         10  WS-CR-VALIDO    PIC X(1).
001930             88  WS-CR-ES-VALIDO  VALUE "Y".
001940
001950******************************************************************
001960* Distinct earlier days with installments still presented, whose
001970* posting results are looked up
001980******************************************************************
001990 01  WS-EMI-COUNT         PIC 9(4) COMP VALUE 0.
002000 01  WS-EMI-TABLE.
002010     05  WS-EMI-ENTRY OCCURS 1 TO 200 TIMES
002020             DEPENDING ON WS-EMI-COUNT
002030             INDEXED BY EMI-IDX.
002040         10  WS-EMI-FECHA    PIC X(8).
002050 01  WS-EMI-DIA           PIC X(8).
002060
002070******************************************************************
002080* Late fee per delinquency bucket (1 = 1-30, 2 = 31-60,
002090* 3 = 61-90, 4 = over 90 days), overridable from
002100* MORA-PRESTAMOS.TXT
002110******************************************************************
002120 01  WS-MORA-VALORES.
002130     05  FILLER          PIC 9(5)V99 VALUE 20.
002140     05  FILLER          PIC 9(5)V99 VALUE 40.
002150     05  FILLER          PIC 9(5)V99 VALUE 60.
002160     05  FILLER          PIC 9(5)V99 VALUE 80.
002170 01  WS-MORA-TABLA REDEFINES WS-MORA-VALORES.
002180     05  WS-MORA-COMISION PIC 9(5)V99 OCCURS 4 TIMES.
002190 01  WS-MORA-TRAMO-TMP    PIC X(5).
002200 01  WS-MORA-MONTO-TMP    PIC X(15).
002210 01  WS-MORA-SUB          PIC 9(1).
002220
002230******************************************************************
002240* Portfolio totals by bucket (1 = al dia, 2-5 = buckets 1-4)
002250******************************************************************
002260 01  WS-TRAMO-ETIQUETAS.
002270     05  FILLER          PIC X(12) VALUE "AL DIA".
002280     05  FILLER          PIC X(12) VALUE "1-30 DIAS".
002290     05  FILLER          PIC X(12) VALUE "31-60 DIAS".
002300     05  FILLER          PIC X(12) VALUE "61-90 DIAS".
002310     05  FILLER          PIC X(12) VALUE "MAS DE 90".
002320 01  WS-TRAMO-NOMBRES REDEFINES WS-TRAMO-ETIQUETAS.
002330     05  WS-TRAMO-NOMBRE PIC X(12) OCCURS 5 TIMES.
002340 01  WS-TRAMO-TOTALES.
002350     05  WS-TRAMO-TOT OCCURS 5 TIMES INDEXED BY TRA-IDX.
002360         10  WS-TT-PRESTAMOS PIC 9(5) COMP.
002370         10  WS-TT-CAPITAL   PIC 9(11)V99.
002380         10  WS-TT-VENCIDO   PIC 9(11)V99.
002390 01  WS-TRAMO-SUB         PIC 9(1) COMP VALUE 0.
002400
002410 01  WS-HIST-REG.
002420     05  WS-HR-FECHA-PROC PIC X(8).
002430     05  WS-HR-ID        PIC 9(5).
002440     05  WS-HR-TIPO      PIC X(15).
002450     05  WS-HR-CUENTA    PIC X(10).
002460     05  WS-HR-CTA-DEST  PIC X(10).
002470     05  WS-HR-MONTO     PIC 9(5)V99.
002480     05  WS-HR-MONEDA    PIC X(3).
002490     05  WS-HR-MONTO-PEN PIC S9(9)V99 SIGN LEADING SEPARATE.
002500     05  WS-HR-FECHA     PIC X(10).
002510     05  WS-HR-ID-ORIG   PIC 9(5).
002520
002530******************************************************************
002540* A rejected line of EXCEPCIONES-yyyymmdd.TXT: the reason at
002550* column 17 and the original data.csv row from column 68
002560******************************************************************
002570 01  WS-EXC-REG.
002580     05  FILLER          PIC X(16).
002590     05  WS-EXC-RAZON    PIC X(48).
002600     05  FILLER          PIC X(3).
002610     05  WS-EXC-TEXTO    PIC X(80).
002620 01  WS-EXC-ID-TMP        PIC X(10).
002630 01  WS-EXC-TIPO-TMP      PIC X(15).
002640 01  WS-EXC-MONTO-TMP     PIC X(15).
002650 01  WS-EXC-CTA-TMP       PIC X(10).
002660 01  WS-EXC-ID            PIC 9(5).
002670
002680 01  WS-FECHA-EVAL        PIC X(8).
002690 01  WS-FECHA-NUM         PIC 9(8).
002700 01  WS-FECHA-INT         PIC 9(7) COMP VALUE 0.
002710 01  WS-DIAS-ATRASO       PIC 9(5) COMP VALUE 0.
002720 01  WS-TRAMO             PIC 9(1) VALUE 0.
002730
002740******************************************************************
002750* One loan as the portfolio report accumulates it
002760******************************************************************
002770 01  WS-CAR-PRESTAMO      PIC X(10) VALUE SPACES.
002780 01  WS-CAR-CUENTA        PIC X(10).
002790 01  WS-CAR-PRINCIPAL     PIC 9(9)V99 VALUE 0.
002800 01  WS-CAR-SALDO         PIC 9(9)V99 VALUE 0.
002810 01  WS-CAR-VENCIDO       PIC 9(9)V99 VALUE 0.
002820 01  WS-CAR-PENDIENTES    PIC 9(3) COMP VALUE 0.
002830 01  WS-CAR-VENCIDAS      PIC 9(3) COMP VALUE 0.
002840 01  WS-CAR-DIAS          PIC 9(5) COMP VALUE 0.
002850 01  WS-CAR-TRAMO         PIC 9(1) VALUE 0.
002860
002870 01  WS-PROX-ID           PIC 9(5) VALUE 50001.
002880 01  WS-ULTIMO-ID         PIC 9(5) VALUE 53999.
002890 01  WS-MORA-PROX-ID      PIC 9(5) VALUE 54001.
002900 01  WS-MORA-ULTIMO-ID    PIC 9(5) VALUE 54999.
002910 01  WS-ULT-ID            PIC 9(5) VALUE 0.
002920 01  WS-ID-AGOTADO        PIC X VALUE "N".
002930     88  WS-HAY-ID-AGOTADO    VALUE "Y".
002940 01  WS-MORA-ID-AGOTADO   PIC X VALUE "N".
002950     88  WS-HAY-MORA-AGOTADO  VALUE "Y".
002960 01  WS-CRONO-EXCESO      PIC X VALUE "N".
002970     88  WS-HAY-EXCESO        VALUE "Y".
002980 01  WS-EMI-ENCONTRADA    PIC X VALUE "N".
002990     88  WS-EMI-YA-ESTA       VALUE "Y".
003000
003010 01  WS-CNT-RETIRADAS     PIC 9(5) COMP VALUE 0.
003020 01  WS-CNT-COBRADAS      PIC 9(5) COMP VALUE 0.
003030 01  WS-CNT-RECHAZADAS    PIC 9(5) COMP VALUE 0.
003040 01  WS-CNT-NO-PROCESADAS PIC 9(5) COMP VALUE 0.
003050 01  WS-CNT-SIN-RESULTADO PIC 9(5) COMP VALUE 0.
003060 01  WS-CNT-EMITIDAS      PIC 9(5) COMP VALUE 0.
003070 01  WS-CNT-COMISIONES    PIC 9(5) COMP VALUE 0.
003080 01  WS-CNT-MORA-COBRADAS PIC 9(5) COMP VALUE 0.
003090 01  WS-CNT-MORA-DEVUELTAS PIC 9(5) COMP VALUE 0.
003100 01  WS-CNT-MORA-PENDIENTES PIC 9(5) COMP VALUE 0.
003110 01  WS-CNT-INVALIDAS     PIC 9(5) COMP VALUE 0.
003120 01  WS-CNT-LINEAS        PIC 9(5) VALUE 0.
003130 01  WS-NETO              PIC S9(9)V99 VALUE 0.
003140 01  WS-IMP-COBRADO       PIC 9(9)V99 VALUE 0.
003150 01  WS-IMP-EMITIDO       PIC 9(9)V99 VALUE 0.
003160 01  WS-IMP-COMISIONES    PIC 9(9)V99 VALUE 0.
003170
003180 01  WS-DROP-MONTO        PIC 9(5)V99 VALUE 0.
003190 01  WS-DROP-CLASE        PIC X VALUE "C".
003200     88  WS-DROP-ES-MORA      VALUE "M".
003210 01  WS-MONTO-ED          PIC 9(5).99.
003220 01  WS-NETO-ED           PIC +9(6).99.
003230 01  WS-DROP-LINEA        PIC X(80).
003240
003250 01  WS-HEADER-1.
003260     05  FILLER          PIC X(44) VALUE
003270         "CARTERA DE PRESTAMOS - IBK".
003280     05  FILLER          PIC X(18) VALUE "FECHA DE PROCESO: ".
003290     05  WS-HDR-FECHA    PIC X(8).
003300
003310 01  WS-HEADER-2.
003320     05  FILLER          PIC X(104) VALUE ALL "-".
003330
003340 01  WS-SECCION-LINEA.
003350     05  WS-SEC-TITULO   PIC X(60).
003360
003370 01  WS-RESULTADO-LINEA.
003380     05  FILLER          PIC X(2)  VALUE SPACES.
003390     05  WS-REL-PRESTAMO PIC X(10).
003400     05  FILLER          PIC X(7)  VALUE "  CUOTA".
003410     05  WS-REL-NUM      PIC ZZ9.
003420     05  FILLER          PIC X(2)  VALUE SPACES.
003430     05  WS-REL-CUENTA   PIC X(10).
003440     05  FILLER          PIC X(2)  VALUE SPACES.
003450     05  WS-REL-MONTO    PIC ZZZZZZ9.99.
003460     05  FILLER          PIC X(2)  VALUE SPACES.
003470     05  WS-REL-ESTADO   PIC X(14).
003480     05  WS-REL-DETALLE  PIC X(48).
003490
003500 01  WS-CARTERA-TITULOS.
003510     05  FILLER          PIC X(12) VALUE "PRESTAMO".
003520     05  FILLER          PIC X(12) VALUE "CUENTA".
003530     05  FILLER          PIC X(13) VALUE "    PRINCIPAL".
003540     05  FILLER          PIC X(15) VALUE "  SALDO CAPITAL".
003550     05  FILLER          PIC X(13) VALUE " IMP. VENCIDO".
003560     05  FILLER          PIC X(10) VALUE "  VENCIDAS".
003570     05  FILLER          PIC X(13) VALUE "  DIAS ATRASO".
003580     05  FILLER          PIC X(15) VALUE "   TRAMO".
003590
003600 01  WS-CARTERA-DETALLE.
003610     05  WS-CDL-PRESTAMO PIC X(12).
003620     05  WS-CDL-CUENTA   PIC X(12).
003630     05  WS-CDL-PRINCIPAL PIC ZZZZZZZZZ9.99.
003640     05  FILLER          PIC X(2)  VALUE SPACES.
003650     05  WS-CDL-SALDO    PIC ZZZZZZZZZ9.99.
003660     05  FILLER          PIC X(1)  VALUE SPACES.
003670     05  WS-CDL-VENCIDO  PIC ZZZZZZZZ9.99.
003680     05  FILLER          PIC X(7)  VALUE SPACES.
003690     05  WS-CDL-VENCIDAS PIC ZZ9.
003700     05  FILLER          PIC X(8)  VALUE SPACES.
003710     05  WS-CDL-DIAS     PIC ZZZZ9.
003720     05  FILLER          PIC X(3)  VALUE SPACES.
003730     05  WS-CDL-TRAMO    PIC X(12).
003740
003750 01  WS-TRAMO-LINEA.
003760     05  FILLER          PIC X(2)  VALUE SPACES.
003770     05  WS-TRL-NOMBRE   PIC X(12).
003780     05  FILLER          PIC X(12) VALUE "PRESTAMOS: ".
003790     05  WS-TRL-PRESTAMOS PIC ZZZZ9.
003800     05  FILLER          PIC X(17) VALUE "  SALDO CAPITAL: ".
003810     05  WS-TRL-CAPITAL  PIC ZZZZZZZZZZ9.99.
003820     05  FILLER          PIC X(16) VALUE "  IMP. VENCIDO: ".
003830     05  WS-TRL-VENCIDO  PIC ZZZZZZZZZZ9.99.
003840
003850 01  WS-RESUMEN-LINEA.
003860     05  WS-RES-ETIQUETA PIC X(40).
003870     05  WS-RES-CNT      PIC ZZZZ9.
003880     05  FILLER          PIC X(4)  VALUE SPACES.
003890     05  WS-RES-IMPORTE  PIC ZZZZZZZZ9.99.
003900
003910 PROCEDURE DIVISION.
003920******************************************************************
003930* 0000-MAINLINE
003940******************************************************************
003950 0000-MAINLINE.
003960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003970     PERFORM 2000-LOAD-CRONOGRAMA THRU 2000-EXIT.
003980     PERFORM 3000-CONCILIA-RESULTADOS THRU 3000-EXIT.
003990     PERFORM 4000-EMITE-CUOTAS THRU 4000-EXIT.
004000     PERFORM 5000-ENVEJECE-CARTERA THRU 5000-EXIT.
004010     PERFORM 6000-REPORTE-CARTERA THRU 6000-EXIT.
004020     PERFORM 8000-REWRITE-CRONOGRAMA THRU 8000-EXIT.
004030     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004040     STOP RUN.
004050
004060******************************************************************
004070* 1000-INITIALIZE - Load the business date and the late-fee
004080*                   table and open the portfolio report. Without
004090*                   a usable business date nothing can be aged
004100*                   or value-dated, so the step stops with an
004110*                   operator message.
004120******************************************************************
004130 1000-INITIALIZE.
004140     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
004150     MOVE WS-BATCH-FECHA TO WS-FECHA-EVAL
004160     PERFORM 5900-FECHA-A-ENTERO THRU 5900-EXIT
004170     IF WS-FECHA-INT = 0
004180         DISPLAY "COBRANZA-PRESTAMOS: FECHA-PROCESO.TXT SIN"
004190             " FECHA YYYYMMDD UTILIZABLE - PASO OMITIDO"
004200         STOP RUN
004210     END-IF
004220     MOVE WS-FECHA-INT TO WS-HOY-INT
004230     MOVE SPACES TO WS-FECHA-ISO
004240     STRING WS-BATCH-FECHA (1:4) "-" WS-BATCH-FECHA (5:2) "-"
004250         WS-BATCH-FECHA (7:2) DELIMITED BY SIZE
004260         INTO WS-FECHA-ISO
004270     MOVE SPACES TO WS-DROP-FILENAME
004280     STRING "CUOTAS-" WS-BATCH-FECHA ".CSV"
004290         DELIMITED BY SIZE INTO WS-DROP-FILENAME
004300     MOVE SPACES TO WS-CARTERA-FILENAME
004310     STRING "CARTERA-PRESTAMOS-" WS-BATCH-FECHA ".TXT"
004320         DELIMITED BY SIZE INTO WS-CARTERA-FILENAME
004330     PERFORM 1100-LOAD-MORA THRU 1100-EXIT
004340     INITIALIZE WS-TRAMO-TOTALES
004350     OPEN OUTPUT CARTERA-FILE
004360     MOVE WS-BATCH-FECHA TO WS-HDR-FECHA
004370     WRITE CARTERA-LINE FROM WS-HEADER-2
004380     WRITE CARTERA-LINE FROM WS-HEADER-1
004390     WRITE CARTERA-LINE FROM WS-HEADER-2.
004400 1000-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
004450*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
004460*                          first line). WS-BATCH-FECHA keeps its
004470*                          "SINFECHA" default if the control file
004480*                          is missing or blank, same as the
004490*                          posting run.
004500******************************************************************
004510 1030-LOAD-FECHA-PROCESO.
004520     OPEN INPUT FECHA-PROC-FILE
004530     IF NOT WS-FECHAPROC-OK
004540         GO TO 1030-EXIT
004550     END-IF
004560     READ FECHA-PROC-FILE
004570         AT END
004580             CONTINUE
004590         NOT AT END
004600             IF FECHA-PROC-LINE (1:8) NOT = SPACES
004610                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
004620             END-IF
004630     END-READ
004640     CLOSE FECHA-PROC-FILE.
004650 1030-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 1100-LOAD-MORA - Override the compiled late fees from
004700*                  MORA-PRESTAMOS.TXT (TRAMO 1-4,COMISION per
004710*                  line); the file is optional and a bad line is
004720*                  ignored with a warning
004730******************************************************************
004740 1100-LOAD-MORA.
004750     OPEN INPUT MORA-FILE
004760     IF NOT WS-MORA-OK
004770         GO TO 1100-EXIT
004780     END-IF
004790     PERFORM UNTIL WS-MORA-FIN
004800         READ MORA-FILE
004810             AT END
004820                 SET WS-MORA-FIN TO TRUE
004830             NOT AT END
004840                 PERFORM 1110-PARSE-MORA THRU 1110-EXIT
004850         END-READ
004860     END-PERFORM
004870     CLOSE MORA-FILE.
004880 1100-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920* 1110-PARSE-MORA - Apply one TRAMO,COMISION line
004930******************************************************************
004940 1110-PARSE-MORA.
004950     IF MORA-LINE = SPACES
004960         GO TO 1110-EXIT
004970     END-IF
004980     MOVE SPACES TO WS-MORA-TRAMO-TMP
004990     MOVE SPACES TO WS-MORA-MONTO-TMP
005000     UNSTRING MORA-LINE DELIMITED BY WS-DELIM
005010         INTO WS-MORA-TRAMO-TMP, WS-MORA-MONTO-TMP
005020     IF WS-MORA-TRAMO-TMP (1:1) < "1"
005030             OR WS-MORA-TRAMO-TMP (1:1) > "4"
005040             OR WS-MORA-TRAMO-TMP (2:4) NOT = SPACES
005050             OR FUNCTION TEST-NUMVAL (WS-MORA-MONTO-TMP) NOT = 0
005060         DISPLAY "ADVERTENCIA: LINEA DE MORA-PRESTAMOS.TXT"
005070             " IGNORADA: " MORA-LINE
005080         GO TO 1110-EXIT
005090     END-IF
005100     IF FUNCTION NUMVAL (WS-MORA-MONTO-TMP) < 0
005110             OR FUNCTION NUMVAL (WS-MORA-MONTO-TMP) > 99999.99
005120         DISPLAY "ADVERTENCIA: LINEA DE MORA-PRESTAMOS.TXT"
005130             " IGNORADA: " MORA-LINE
005140         GO TO 1110-EXIT
005150     END-IF
005160     MOVE WS-MORA-TRAMO-TMP (1:1) TO WS-MORA-SUB
005170     MOVE FUNCTION NUMVAL (WS-MORA-MONTO-TMP)
005180         TO WS-MORA-COMISION (WS-MORA-SUB).
005190 1110-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230* 2000-LOAD-CRONOGRAMA - Load the schedule. A missing file means
005240*                        no loan has been disbursed yet; a
005250*                        schedule too large for the table stops
005260*                        the step rather than drop installments
005270*                        when it is written back.
005280******************************************************************
005290 2000-LOAD-CRONOGRAMA.
005300     OPEN INPUT CRONOGRAMA-FILE
005310     IF NOT WS-CRONOGRAMA-OK
005320         DISPLAY "COBRANZA-PRESTAMOS: SIN CRONOGRAMA-PRESTAMOS"
005330             ".TXT - NO HAY CARTERA"
005340         GO TO 2000-EXIT
005350     END-IF
005360     PERFORM UNTIL WS-CRONOGRAMA-FIN
005370         READ CRONOGRAMA-FILE
005380             AT END
005390                 SET WS-CRONOGRAMA-FIN TO TRUE
005400             NOT AT END
005410                 PERFORM 2100-PARSE-CUOTA THRU 2100-EXIT
005420         END-READ
005430     END-PERFORM
005440     CLOSE CRONOGRAMA-FILE
005450     IF WS-HAY-EXCESO
005460         DISPLAY "COBRANZA-PRESTAMOS: CRONOGRAMA EXCEDE LA TABLA"
005470             " (5000) - PASO OMITIDO"
005480         CLOSE CARTERA-FILE
005490         STOP RUN
005500     END-IF.
005510 2000-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 2100-PARSE-CUOTA - Load one installment. A row whose numeric
005560*                    columns are damaged is kept as it is and
005570*                    written back, but is neither collected nor
005580*                    aged. A blank fee TR-ID reads as no fee
005590*                    awaiting its result.
005600******************************************************************
005610 2100-PARSE-CUOTA.
005620     IF CRONOGRAMA-LINE = SPACES
005630         GO TO 2100-EXIT
005640     END-IF
005650     IF WS-CRONO-COUNT NOT < 5000
005660         SET WS-HAY-EXCESO TO TRUE
005670         GO TO 2100-EXIT
005680     END-IF
005690     ADD 1 TO WS-CRONO-COUNT
005700     SET CRO-IDX TO WS-CRONO-COUNT
005710     MOVE CRONOGRAMA-LINE TO WS-CR-REG (CRO-IDX)
005720     MOVE "N" TO WS-CR-VALIDO (CRO-IDX)
005730     IF CRONOGRAMA-LINE (105:5) = SPACES
005740         MOVE 0 TO WS-CR-MORA-TR-ID (CRO-IDX)
005750     END-IF
005760     IF WS-CR-NUM (CRO-IDX) NOT NUMERIC
005770             OR WS-CR-VTO (CRO-IDX) NOT NUMERIC
005780             OR WS-CR-CUOTA (CRO-IDX) NOT NUMERIC
005790             OR WS-CR-CAPITAL (CRO-IDX) NOT NUMERIC
005800             OR WS-CR-SALDO (CRO-IDX) NOT NUMERIC
005810             OR WS-CR-TR-ID (CRO-IDX) NOT NUMERIC
005820             OR WS-CR-RECHAZOS (CRO-IDX) NOT NUMERIC
005830             OR WS-CR-TRAMO-MORA (CRO-IDX) NOT NUMERIC
005840             OR WS-CR-TRAMO-ANT (CRO-IDX) NOT NUMERIC
005850             OR WS-CR-MORA-TR-ID (CRO-IDX) NOT NUMERIC
005860         ADD 1 TO WS-CNT-INVALIDAS
005870         DISPLAY "ADVERTENCIA: CUOTA INVALIDA EN CRONOGRAMA: "
005880             CRONOGRAMA-LINE (1:30)
005890         GO TO 2100-EXIT
005900     END-IF
005910     IF NOT WS-CR-PENDIENTE (CRO-IDX)
005920             AND NOT WS-CR-EMITIDA (CRO-IDX)
005930             AND NOT WS-CR-COBRADA (CRO-IDX)
005940         ADD 1 TO WS-CNT-INVALIDAS
005950         DISPLAY "ADVERTENCIA: CUOTA INVALIDA EN CRONOGRAMA: "
005960             CRONOGRAMA-LINE (1:30)
005970         GO TO 2100-EXIT
005980     END-IF
005990     SET WS-CR-ES-VALIDO (CRO-IDX) TO TRUE.
006000 2100-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040* 3000-CONCILIA-RESULTADOS - Settle every installment still
006050*                            presented: first withdraw what an
006060*                            earlier run of this same business
006070*                            date presented or charged, then match
006080*                            earlier days against the archive
006090*                            (collected) and that day's exceptions
006100*                            (rejected)
006110******************************************************************
006120 3000-CONCILIA-RESULTADOS.
006130     MOVE "RESULTADO DE COBROS PRESENTADOS" TO WS-SEC-TITULO
006140     MOVE SPACES TO CARTERA-LINE
006150     WRITE CARTERA-LINE
006160     WRITE CARTERA-LINE FROM WS-SECCION-LINEA
006170     IF WS-CRONO-COUNT = 0
006180         GO TO 3000-EXIT
006190     END-IF
006200     PERFORM 3100-RETIRA-EMISION-HOY THRU 3100-EXIT
006210         VARYING CRO-IDX FROM 1 BY 1
006220         UNTIL CRO-IDX > WS-CRONO-COUNT
006230     IF WS-EMI-COUNT = 0
006240         GO TO 3000-EXIT
006250     END-IF
006260     PERFORM 3200-APLICA-HISTORIAL THRU 3200-EXIT
006270     PERFORM 3400-APLICA-EXCEPCIONES THRU 3400-EXIT
006280         VARYING EMI-IDX FROM 1 BY 1
006290         UNTIL EMI-IDX > WS-EMI-COUNT
006300     PERFORM 3600-SIN-RESULTADO THRU 3600-EXIT
006310         VARYING CRO-IDX FROM 1 BY 1
006320         UNTIL CRO-IDX > WS-CRONO-COUNT.
006330 3000-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 3100-RETIRA-EMISION-HOY - An installment presented or charged a
006380*                           late fee today belongs to an earlier
006390*                           run of this business date whose drop
006400*                           is about to be rewritten: put it back
006410*                           as it was. Any other presented
006420*                           installment, and any earlier late fee
006430*                           still awaiting its result, notes its
006440*                           day for the result lookup.
006450******************************************************************
006460 3100-RETIRA-EMISION-HOY.
006470     IF NOT WS-CR-ES-VALIDO (CRO-IDX)
006480         GO TO 3100-EXIT
006490     END-IF
006500     IF WS-CR-FECHA-MORA (CRO-IDX) = WS-BATCH-FECHA
006510         MOVE WS-CR-TRAMO-ANT (CRO-IDX)
006520             TO WS-CR-TRAMO-MORA (CRO-IDX)
006530         MOVE SPACES TO WS-CR-FECHA-MORA (CRO-IDX)
006540         MOVE 0 TO WS-CR-MORA-TR-ID (CRO-IDX)
006550     END-IF
006560     IF WS-CR-MORA-TR-ID (CRO-IDX) > 0
006570         MOVE WS-CR-FECHA-MORA (CRO-IDX) TO WS-EMI-DIA
006580         PERFORM 3150-ANOTA-DIA THRU 3150-EXIT
006590     END-IF
006600     IF NOT WS-CR-EMITIDA (CRO-IDX)
006610         GO TO 3100-EXIT
006620     END-IF
006630     IF WS-CR-FECHA-EMI (CRO-IDX) = WS-BATCH-FECHA
006640         MOVE "P" TO WS-CR-ESTADO (CRO-IDX)
006650         ADD 1 TO WS-CNT-RETIRADAS
006660         GO TO 3100-EXIT
006670     END-IF
006680     MOVE WS-CR-FECHA-EMI (CRO-IDX) TO WS-EMI-DIA
006690     PERFORM 3150-ANOTA-DIA THRU 3150-EXIT.
006700 3100-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 3150-ANOTA-DIA - Add WS-EMI-DIA to the days looked up, once
006750******************************************************************
006760 3150-ANOTA-DIA.
006770     MOVE "N" TO WS-EMI-ENCONTRADA
006780     IF WS-EMI-COUNT > 0
006790         SET EMI-IDX TO 1
006800         SEARCH WS-EMI-ENTRY
006810             WHEN WS-EMI-FECHA (EMI-IDX) = WS-EMI-DIA
006820                 SET WS-EMI-YA-ESTA TO TRUE
006830         END-SEARCH
006840     END-IF
006850     IF NOT WS-EMI-YA-ESTA AND WS-EMI-COUNT < 200
006860         ADD 1 TO WS-EMI-COUNT
006870         SET EMI-IDX TO WS-EMI-COUNT
006880         MOVE WS-EMI-DIA TO WS-EMI-FECHA (EMI-IDX)
006890     END-IF.
006900 3150-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940* 3200-APLICA-HISTORIAL - Read the posting archive for the
006950*                         installment debits posted on the days
006960*                         they were presented
006970******************************************************************
006980 3200-APLICA-HISTORIAL.
006990     OPEN INPUT ARCHHIST-FILE
007000     IF NOT WS-ARCHHIST-OK
007010         GO TO 3200-EXIT
007020     END-IF
007030     PERFORM UNTIL WS-ARCHHIST-FIN
007040         READ ARCHHIST-FILE
007050             AT END
007060                 SET WS-ARCHHIST-FIN TO TRUE
007070             NOT AT END
007080                 PERFORM 3300-APLICA-REGISTRO THRU 3300-EXIT
007090         END-READ
007100     END-PERFORM
007110     CLOSE ARCHHIST-FILE.
007120 3200-EXIT.
007130     EXIT.
007140
007150******************************************************************
007160* 3300-APLICA-REGISTRO - A posted Debito in the installment range
007170*                        settles the installment presented that
007180*                        day under the same TR-ID, account and
007190*                        amount, or the late fee presented that
007200*                        day under the same TR-ID and account
007210******************************************************************
007220 3300-APLICA-REGISTRO.
007230     MOVE ARCHHIST-LINE TO WS-HIST-REG
007240     IF WS-HR-ID NOT NUMERIC OR WS-HR-MONTO NOT NUMERIC
007250         GO TO 3300-EXIT
007260     END-IF
007270     IF WS-HR-ID < 50001 OR WS-HR-ID > 54999
007280             OR WS-HR-TIPO NOT = "Debito"
007290         GO TO 3300-EXIT
007300     END-IF
007310     SET CRO-IDX TO 1
007320     SEARCH WS-CR-ENTRY
007330         WHEN WS-CR-EMITIDA (CRO-IDX)
007340                 AND WS-CR-TR-ID (CRO-IDX) = WS-HR-ID
007350                 AND WS-CR-FECHA-EMI (CRO-IDX) = WS-HR-FECHA-PROC
007360                 AND WS-CR-CUENTA (CRO-IDX) = WS-HR-CUENTA
007370                 AND WS-CR-CUOTA (CRO-IDX) = WS-HR-MONTO
007380             MOVE "C" TO WS-CR-ESTADO (CRO-IDX)
007390             MOVE WS-HR-FECHA-PROC TO WS-CR-FECHA-PAGO (CRO-IDX)
007400             ADD 1 TO WS-CNT-COBRADAS
007410             ADD WS-CR-CUOTA (CRO-IDX) TO WS-IMP-COBRADO
007420             MOVE "COBRADA" TO WS-REL-ESTADO
007430             MOVE SPACES TO WS-REL-DETALLE
007440             MOVE WS-CR-CUOTA (CRO-IDX) TO WS-REL-MONTO
007450             PERFORM 3900-WRITE-RESULTADO THRU 3900-EXIT
007460     END-SEARCH
007470     SET CRO-IDX TO 1
007480     SEARCH WS-CR-ENTRY
007490         WHEN WS-CR-MORA-TR-ID (CRO-IDX) = WS-HR-ID
007500                 AND WS-CR-FECHA-MORA (CRO-IDX) = WS-HR-FECHA-PROC
007510                 AND WS-CR-CUENTA (CRO-IDX) = WS-HR-CUENTA
007520             MOVE 0 TO WS-CR-MORA-TR-ID (CRO-IDX)
007530             ADD 1 TO WS-CNT-MORA-COBRADAS
007540             MOVE "MORA COBRADA" TO WS-REL-ESTADO
007550             MOVE SPACES TO WS-REL-DETALLE
007560             MOVE WS-HR-MONTO TO WS-REL-MONTO
007570             PERFORM 3900-WRITE-RESULTADO THRU 3900-EXIT
007580     END-SEARCH.
007590 3300-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630* 3400-APLICA-EXCEPCIONES - Read one presentation day's
007640*                           exceptions. When the file is missing
007650*                           the posting run never ran for that
007660*                           day and its installments go back to
007670*                           pending to be presented again.
007680******************************************************************
007690 3400-APLICA-EXCEPCIONES.
007700     MOVE SPACES TO WS-EXCEP-FILENAME
007710     STRING "EXCEPCIONES-" WS-EMI-FECHA (EMI-IDX) ".TXT"
007720         DELIMITED BY SIZE INTO WS-EXCEP-FILENAME
007730     MOVE "N" TO WS-EXCEP-EOF
007740     OPEN INPUT EXCEP-FILE
007750     IF NOT WS-EXCEP-OK
007760         PERFORM 3500-NO-PROCESADA THRU 3500-EXIT
007770             VARYING CRO-IDX FROM 1 BY 1
007780             UNTIL CRO-IDX > WS-CRONO-COUNT
007790         GO TO 3400-EXIT
007800     END-IF
007810     PERFORM UNTIL WS-EXCEP-FIN
007820         READ EXCEP-FILE
007830             AT END
007840                 SET WS-EXCEP-FIN TO TRUE
007850             NOT AT END
007860                 PERFORM 3410-APLICA-RECHAZO THRU 3410-EXIT
007870         END-READ
007880     END-PERFORM
007890     CLOSE EXCEP-FILE.
007900 3400-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940* 3410-APLICA-RECHAZO - A rejected installment debit goes back to
007950*                       pending with its reject counted, to be
007960*                       presented again while it stays unpaid. A
007970*                       rejected late fee puts the installment
007980*                       back on the bucket charged before it, so
007990*                       the fee is charged again.
008000******************************************************************
008010 3410-APLICA-RECHAZO.
008020     MOVE EXCEP-LINE TO WS-EXC-REG
008030     MOVE SPACES TO WS-EXC-ID-TMP
008040     MOVE SPACES TO WS-EXC-TIPO-TMP
008050     MOVE SPACES TO WS-EXC-MONTO-TMP
008060     MOVE SPACES TO WS-EXC-CTA-TMP
008070     UNSTRING WS-EXC-TEXTO DELIMITED BY WS-DELIM
008080         INTO WS-EXC-ID-TMP, WS-EXC-TIPO-TMP, WS-EXC-MONTO-TMP,
008090             WS-EXC-CTA-TMP
008100     IF WS-EXC-ID-TMP (1:5) NOT NUMERIC
008110             OR WS-EXC-ID-TMP (6:5) NOT = SPACES
008120             OR WS-EXC-TIPO-TMP NOT = "Debito"
008130         GO TO 3410-EXIT
008140     END-IF
008150     MOVE WS-EXC-ID-TMP (1:5) TO WS-EXC-ID
008160     SET CRO-IDX TO 1
008170     SEARCH WS-CR-ENTRY
008180         WHEN WS-CR-EMITIDA (CRO-IDX)
008190                 AND WS-CR-TR-ID (CRO-IDX) = WS-EXC-ID
008200                 AND WS-CR-FECHA-EMI (CRO-IDX)
008210                     = WS-EMI-FECHA (EMI-IDX)
008220                 AND WS-CR-CUENTA (CRO-IDX) = WS-EXC-CTA-TMP
008230             MOVE "P" TO WS-CR-ESTADO (CRO-IDX)
008240             ADD 1 TO WS-CR-RECHAZOS (CRO-IDX)
008250             ADD 1 TO WS-CNT-RECHAZADAS
008260             MOVE "RECHAZADA" TO WS-REL-ESTADO
008270             MOVE WS-EXC-RAZON TO WS-REL-DETALLE
008280             MOVE WS-CR-CUOTA (CRO-IDX) TO WS-REL-MONTO
008290             PERFORM 3900-WRITE-RESULTADO THRU 3900-EXIT
008300     END-SEARCH
008310     SET CRO-IDX TO 1
008320     SEARCH WS-CR-ENTRY
008330         WHEN WS-CR-MORA-TR-ID (CRO-IDX) = WS-EXC-ID
008340                 AND WS-CR-FECHA-MORA (CRO-IDX)
008350                     = WS-EMI-FECHA (EMI-IDX)
008360                 AND WS-CR-CUENTA (CRO-IDX) = WS-EXC-CTA-TMP
008370             PERFORM 3450-REVIERTE-MORA THRU 3450-EXIT
008380             MOVE "MORA RECHAZ." TO WS-REL-ESTADO
008390             MOVE WS-EXC-RAZON TO WS-REL-DETALLE
008400             PERFORM 3900-WRITE-RESULTADO THRU 3900-EXIT
008410     END-SEARCH.
008420 3410-EXIT.
008430     EXIT.
008440
008450******************************************************************
008460* 3450-REVIERTE-MORA - The late fee of the installment at CRO-IDX
008470*                      was not posted: return the installment to
008480*                      the bucket charged before it so the fee is
008490*                      charged again, with the fee amount left in
008500*                      WS-REL-MONTO for the result line
008510******************************************************************
008520 3450-REVIERTE-MORA.
008530     MOVE 0 TO WS-REL-MONTO
008540     MOVE WS-CR-TRAMO-MORA (CRO-IDX) TO WS-MORA-SUB
008550     IF WS-MORA-SUB > 0
008560         MOVE WS-MORA-COMISION (WS-MORA-SUB) TO WS-REL-MONTO
008570     END-IF
008580     MOVE WS-CR-TRAMO-ANT (CRO-IDX) TO WS-CR-TRAMO-MORA (CRO-IDX)
008590     MOVE SPACES TO WS-CR-FECHA-MORA (CRO-IDX)
008600     MOVE 0 TO WS-CR-MORA-TR-ID (CRO-IDX)
008610     ADD 1 TO WS-CNT-MORA-DEVUELTAS.
008620 3450-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660* 3500-NO-PROCESADA - Return an installment presented on a day
008670*                     the posting run never ran to pending, and
008680*                     undo a late fee presented that day
008690******************************************************************
008700 3500-NO-PROCESADA.
008710     IF WS-CR-EMITIDA (CRO-IDX)
008720             AND WS-CR-FECHA-EMI (CRO-IDX)
008730                 = WS-EMI-FECHA (EMI-IDX)
008740         MOVE "P" TO WS-CR-ESTADO (CRO-IDX)
008750         ADD 1 TO WS-CNT-NO-PROCESADAS
008760         MOVE "NO PROCESADA" TO WS-REL-ESTADO
008770         MOVE SPACES TO WS-REL-DETALLE
008780         STRING "SIN EXCEPCIONES-" WS-EMI-FECHA (EMI-IDX)
008790             ".TXT - SE REPRESENTA" DELIMITED BY SIZE
008800             INTO WS-REL-DETALLE
008810         MOVE WS-CR-CUOTA (CRO-IDX) TO WS-REL-MONTO
008820         PERFORM 3900-WRITE-RESULTADO THRU 3900-EXIT
008830     END-IF
008840     IF WS-CR-MORA-TR-ID (CRO-IDX) > 0
008850             AND WS-CR-FECHA-MORA (CRO-IDX)
008860                 = WS-EMI-FECHA (EMI-IDX)
008870         PERFORM 3450-REVIERTE-MORA THRU 3450-EXIT
008880         MOVE "MORA NO PROC." TO WS-REL-ESTADO
008890         MOVE SPACES TO WS-REL-DETALLE
008900         STRING "SIN EXCEPCIONES-" WS-EMI-FECHA (EMI-IDX)
008910             ".TXT - SE RECOBRA" DELIMITED BY SIZE
008920             INTO WS-REL-DETALLE
008930         PERFORM 3900-WRITE-RESULTADO THRU 3900-EXIT
008940     END-IF.
008950 3500-EXIT.
008960     EXIT.
008970
008980******************************************************************
008990* 3600-SIN-RESULTADO - An installment or late fee the posting run
009000*                      of its day neither posted nor rejected
009010*                      stays presented - it is not presented or
009020*                      charged twice - and is listed for the
009030*                      operator to trace
009040******************************************************************
009050 3600-SIN-RESULTADO.
009060     IF WS-CR-EMITIDA (CRO-IDX)
009070             AND WS-CR-FECHA-EMI (CRO-IDX) NOT = WS-BATCH-FECHA
009080         ADD 1 TO WS-CNT-SIN-RESULTADO
009090         MOVE "SIN RESULTADO" TO WS-REL-ESTADO
009100         MOVE SPACES TO WS-REL-DETALLE
009110         STRING "PRESENTADA EL " WS-CR-FECHA-EMI (CRO-IDX)
009120             " CON TR-ID " WS-CR-TR-ID (CRO-IDX)
009130             DELIMITED BY SIZE INTO WS-REL-DETALLE
009140         MOVE WS-CR-CUOTA (CRO-IDX) TO WS-REL-MONTO
009150         PERFORM 3900-WRITE-RESULTADO THRU 3900-EXIT
009160     END-IF
009170     IF WS-CR-ES-VALIDO (CRO-IDX)
009180             AND WS-CR-MORA-TR-ID (CRO-IDX) > 0
009190         ADD 1 TO WS-CNT-MORA-PENDIENTES
009200         MOVE "MORA PEND." TO WS-REL-ESTADO
009210         MOVE SPACES TO WS-REL-DETALLE
009220         STRING "PRESENTADA EL " WS-CR-FECHA-MORA (CRO-IDX)
009230             " CON TR-ID " WS-CR-MORA-TR-ID (CRO-IDX)
009240             DELIMITED BY SIZE INTO WS-REL-DETALLE
009250         MOVE 0 TO WS-REL-MONTO
009260         MOVE WS-CR-TRAMO-MORA (CRO-IDX) TO WS-MORA-SUB
009270         IF WS-MORA-SUB > 0
009280             MOVE WS-MORA-COMISION (WS-MORA-SUB) TO WS-REL-MONTO
009290         END-IF
009300         PERFORM 3900-WRITE-RESULTADO THRU 3900-EXIT
009310     END-IF.
009320 3600-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360* 3900-WRITE-RESULTADO - List the installment at CRO-IDX with the
009370*                        status, amount and detail already moved
009380******************************************************************
009390 3900-WRITE-RESULTADO.
009400     MOVE WS-CR-PRESTAMO (CRO-IDX) TO WS-REL-PRESTAMO
009410     MOVE WS-CR-NUM (CRO-IDX) TO WS-REL-NUM
009420     MOVE WS-CR-CUENTA (CRO-IDX) TO WS-REL-CUENTA
009430     WRITE CARTERA-LINE FROM WS-RESULTADO-LINEA.
009440 3900-EXIT.
009450     EXIT.
009460
009470******************************************************************
009480* 4000-EMITE-CUOTAS - Present every pending installment due by the
009490*                     business date
009500******************************************************************
009510 4000-EMITE-CUOTAS.
009520     MOVE "CUOTAS PRESENTADAS AL COBRO" TO WS-SEC-TITULO
009530     MOVE SPACES TO CARTERA-LINE
009540     WRITE CARTERA-LINE
009550     WRITE CARTERA-LINE FROM WS-SECCION-LINEA
009560     IF WS-CRONO-COUNT > 0
009570         PERFORM 4100-EMITE-CUOTA THRU 4100-EXIT
009580             VARYING CRO-IDX FROM 1 BY 1
009590             UNTIL CRO-IDX > WS-CRONO-COUNT
009600     END-IF.
009610 4000-EXIT.
009620     EXIT.
009630
009640******************************************************************
009650* 4100-EMITE-CUOTA - Present the installment at CRO-IDX as a
009660*                    Debito of its repayment account
009670******************************************************************
009680 4100-EMITE-CUOTA.
009690     IF NOT WS-CR-ES-VALIDO (CRO-IDX)
009700             OR NOT WS-CR-PENDIENTE (CRO-IDX)
009710             OR WS-CR-VTO (CRO-IDX) > WS-BATCH-FECHA
009720         GO TO 4100-EXIT
009730     END-IF
009740     IF WS-CR-CUOTA (CRO-IDX) > 99999.99
009750         GO TO 4100-EXIT
009760     END-IF
009770     MOVE WS-CR-CUOTA (CRO-IDX) TO WS-DROP-MONTO
009780     MOVE "C" TO WS-DROP-CLASE
009790     PERFORM 7000-WRITE-DEBITO THRU 7000-EXIT
009800     IF WS-HAY-ID-AGOTADO
009810         GO TO 4100-EXIT
009820     END-IF
009830     MOVE "E" TO WS-CR-ESTADO (CRO-IDX)
009840     MOVE WS-ULT-ID TO WS-CR-TR-ID (CRO-IDX)
009850     MOVE WS-BATCH-FECHA TO WS-CR-FECHA-EMI (CRO-IDX)
009860     ADD 1 TO WS-CNT-EMITIDAS
009870     ADD WS-CR-CUOTA (CRO-IDX) TO WS-IMP-EMITIDO
009880     MOVE "PRESENTADA" TO WS-REL-ESTADO
009890     MOVE SPACES TO WS-REL-DETALLE
009900     STRING "VENCE " WS-CR-VTO (CRO-IDX)
009910         " - TR-ID " WS-CR-TR-ID (CRO-IDX)
009920         DELIMITED BY SIZE INTO WS-REL-DETALLE
009930     MOVE WS-CR-CUOTA (CRO-IDX) TO WS-REL-MONTO
009940     PERFORM 3900-WRITE-RESULTADO THRU 3900-EXIT.
009950 4100-EXIT.
009960     EXIT.
009970
009980******************************************************************
009990* 5000-ENVEJECE-CARTERA - Age every unpaid installment past due
010000*                         and charge the late fee of any bucket
010010*                         it reached for the first time
010020******************************************************************
010030 5000-ENVEJECE-CARTERA.
010040     MOVE "COMISIONES POR MORA" TO WS-SEC-TITULO
010050     MOVE SPACES TO CARTERA-LINE
010060     WRITE CARTERA-LINE
010070     WRITE CARTERA-LINE FROM WS-SECCION-LINEA
010080     IF WS-CRONO-COUNT > 0
010090         PERFORM 5100-ENVEJECE-CUOTA THRU 5100-EXIT
010100             VARYING CRO-IDX FROM 1 BY 1
010110             UNTIL CRO-IDX > WS-CRONO-COUNT
010120     END-IF.
010130 5000-EXIT.
010140     EXIT.
010150
010160******************************************************************
010170* 5100-ENVEJECE-CUOTA - Charge the installment at CRO-IDX the fee
010180*                       of its current bucket when that bucket is
010190*                       above the last one charged and no earlier
010200*                       fee is still awaiting its posting result
010210******************************************************************
010220 5100-ENVEJECE-CUOTA.
010230     IF NOT WS-CR-ES-VALIDO (CRO-IDX)
010240             OR WS-CR-COBRADA (CRO-IDX)
010250             OR WS-CR-MORA-TR-ID (CRO-IDX) > 0
010260         GO TO 5100-EXIT
010270     END-IF
010280     PERFORM 5800-CALCULA-ATRASO THRU 5800-EXIT
010290     IF WS-TRAMO NOT > WS-CR-TRAMO-MORA (CRO-IDX)
010300         GO TO 5100-EXIT
010310     END-IF
010320     IF WS-MORA-COMISION (WS-TRAMO) = 0
010330         GO TO 5100-EXIT
010340     END-IF
010350     MOVE WS-MORA-COMISION (WS-TRAMO) TO WS-DROP-MONTO
010360     MOVE "M" TO WS-DROP-CLASE
010370     PERFORM 7000-WRITE-DEBITO THRU 7000-EXIT
010380     IF WS-HAY-MORA-AGOTADO
010390         GO TO 5100-EXIT
010400     END-IF
010410     MOVE WS-CR-TRAMO-MORA (CRO-IDX) TO WS-CR-TRAMO-ANT (CRO-IDX)
010420     MOVE WS-TRAMO TO WS-CR-TRAMO-MORA (CRO-IDX)
010430     MOVE WS-BATCH-FECHA TO WS-CR-FECHA-MORA (CRO-IDX)
010440     MOVE WS-ULT-ID TO WS-CR-MORA-TR-ID (CRO-IDX)
010450     ADD 1 TO WS-CNT-COMISIONES
010460     ADD WS-DROP-MONTO TO WS-IMP-COMISIONES
010470     MOVE "COMISION MORA" TO WS-REL-ESTADO
010480     MOVE SPACES TO WS-REL-DETALLE
010490     COMPUTE WS-TRAMO-SUB = WS-TRAMO + 1
010500     STRING "TRAMO " DELIMITED BY SIZE
010510         WS-TRAMO-NOMBRE (WS-TRAMO-SUB) DELIMITED BY "  "
010520         " - TR-ID " WS-ULT-ID DELIMITED BY SIZE
010530         INTO WS-REL-DETALLE
010540     MOVE WS-DROP-MONTO TO WS-REL-MONTO
010550     PERFORM 3900-WRITE-RESULTADO THRU 3900-EXIT.
010560 5100-EXIT.
010570     EXIT.
010580
010590******************************************************************
010600* 5800-CALCULA-ATRASO - Days the installment at CRO-IDX is past
010610*                       due on the business date (0 when not yet
010620*                       due) and its bucket: 0 current, 1 1-30,
010630*                       2 31-60, 3 61-90, 4 over 90 days
010640******************************************************************
010650 5800-CALCULA-ATRASO.
010660     MOVE 0 TO WS-DIAS-ATRASO
010670     MOVE 0 TO WS-TRAMO
010680     MOVE WS-CR-VTO (CRO-IDX) TO WS-FECHA-EVAL
010690     PERFORM 5900-FECHA-A-ENTERO THRU 5900-EXIT
010700     IF WS-FECHA-INT = 0 OR WS-FECHA-INT NOT < WS-HOY-INT
010710         GO TO 5800-EXIT
010720     END-IF
010730     COMPUTE WS-DIAS-ATRASO = WS-HOY-INT - WS-FECHA-INT
010740     EVALUATE TRUE
010750         WHEN WS-DIAS-ATRASO > 90
010760             MOVE 4 TO WS-TRAMO
010770         WHEN WS-DIAS-ATRASO > 60
010780             MOVE 3 TO WS-TRAMO
010790         WHEN WS-DIAS-ATRASO > 30
010800             MOVE 2 TO WS-TRAMO
010810         WHEN OTHER
010820             MOVE 1 TO WS-TRAMO
010830     END-EVALUATE.
010840 5800-EXIT.
010850     EXIT.
010860
010870******************************************************************
010880* 5900-FECHA-A-ENTERO - Day number of the YYYYMMDD date in
010890*                       WS-FECHA-EVAL, or 0 when it is not a date
010900******************************************************************
010910 5900-FECHA-A-ENTERO.
010920     MOVE 0 TO WS-FECHA-INT
010930     IF WS-FECHA-EVAL NOT NUMERIC
010940         GO TO 5900-EXIT
010950     END-IF
010960     MOVE WS-FECHA-EVAL TO WS-FECHA-NUM
010970     IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-NUM) NOT = 0
010980         GO TO 5900-EXIT
010990     END-IF
011000     COMPUTE WS-FECHA-INT =
011010         FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM).
011020 5900-EXIT.
011030     EXIT.
011040
011050******************************************************************
011060* 6000-REPORTE-CARTERA - One line per loan, loan after loan in
011070*                        schedule order, then the totals by
011080*                        bucket and the run summary
011090******************************************************************
011100 6000-REPORTE-CARTERA.
011110     MOVE "CARTERA POR PRESTAMO" TO WS-SEC-TITULO
011120     MOVE SPACES TO CARTERA-LINE
011130     WRITE CARTERA-LINE
011140     WRITE CARTERA-LINE FROM WS-SECCION-LINEA
011150     WRITE CARTERA-LINE FROM WS-CARTERA-TITULOS
011160     IF WS-CRONO-COUNT > 0
011170         PERFORM 6100-ACUMULA-CUOTA THRU 6100-EXIT
011180             VARYING CRO-IDX FROM 1 BY 1
011190             UNTIL CRO-IDX > WS-CRONO-COUNT
011200     END-IF
011210     PERFORM 6200-WRITE-PRESTAMO THRU 6200-EXIT
011220     MOVE "CARTERA POR TRAMO DE ATRASO" TO WS-SEC-TITULO
011230     MOVE SPACES TO CARTERA-LINE
011240     WRITE CARTERA-LINE
011250     WRITE CARTERA-LINE FROM WS-SECCION-LINEA
011260     PERFORM 6300-WRITE-TRAMO THRU 6300-EXIT
011270         VARYING TRA-IDX FROM 1 BY 1
011280         UNTIL TRA-IDX > 5
011290     PERFORM 6400-WRITE-RESUMEN THRU 6400-EXIT
011300     CLOSE CARTERA-FILE.
011310 6000-EXIT.
011320     EXIT.
011330
011340******************************************************************
011350* 6100-ACUMULA-CUOTA - Add the installment at CRO-IDX to its
011360*                      loan, closing the previous loan's line on
011370*                      a change of loan. The principal lent is
011380*                      the balance before the first installment.
011390******************************************************************
011400 6100-ACUMULA-CUOTA.
011410     IF NOT WS-CR-ES-VALIDO (CRO-IDX)
011420         GO TO 6100-EXIT
011430     END-IF
011440     IF WS-CR-PRESTAMO (CRO-IDX) NOT = WS-CAR-PRESTAMO
011450         PERFORM 6200-WRITE-PRESTAMO THRU 6200-EXIT
011460         MOVE WS-CR-PRESTAMO (CRO-IDX) TO WS-CAR-PRESTAMO
011470         MOVE WS-CR-CUENTA (CRO-IDX) TO WS-CAR-CUENTA
011480         COMPUTE WS-CAR-PRINCIPAL =
011490             WS-CR-SALDO (CRO-IDX) + WS-CR-CAPITAL (CRO-IDX)
011500     END-IF
011510     IF WS-CR-COBRADA (CRO-IDX)
011520         GO TO 6100-EXIT
011530     END-IF
011540     ADD 1 TO WS-CAR-PENDIENTES
011550     ADD WS-CR-CAPITAL (CRO-IDX) TO WS-CAR-SALDO
011560     PERFORM 5800-CALCULA-ATRASO THRU 5800-EXIT
011570     IF WS-DIAS-ATRASO = 0
011580         GO TO 6100-EXIT
011590     END-IF
011600     ADD 1 TO WS-CAR-VENCIDAS
011610     ADD WS-CR-CUOTA (CRO-IDX) TO WS-CAR-VENCIDO
011620     IF WS-DIAS-ATRASO > WS-CAR-DIAS
011630         MOVE WS-DIAS-ATRASO TO WS-CAR-DIAS
011640         MOVE WS-TRAMO TO WS-CAR-TRAMO
011650     END-IF.
011660 6100-EXIT.
011670     EXIT.
011680
011690******************************************************************
011700* 6200-WRITE-PRESTAMO - Print the loan accumulated so far, add it
011710*                       to its bucket (a loan fully repaid is
011720*                       printed as CANCELADO and left out of the
011730*                       buckets) and clear the accumulators
011740******************************************************************
011750 6200-WRITE-PRESTAMO.
011760     IF WS-CAR-PRESTAMO = SPACES
011770         GO TO 6200-EXIT
011780     END-IF
011790     MOVE WS-CAR-PRESTAMO TO WS-CDL-PRESTAMO
011800     MOVE WS-CAR-CUENTA TO WS-CDL-CUENTA
011810     MOVE WS-CAR-PRINCIPAL TO WS-CDL-PRINCIPAL
011820     MOVE WS-CAR-SALDO TO WS-CDL-SALDO
011830     MOVE WS-CAR-VENCIDO TO WS-CDL-VENCIDO
011840     MOVE WS-CAR-VENCIDAS TO WS-CDL-VENCIDAS
011850     MOVE WS-CAR-DIAS TO WS-CDL-DIAS
011860     COMPUTE WS-TRAMO-SUB = WS-CAR-TRAMO + 1
011870     IF WS-CAR-PENDIENTES = 0
011880         MOVE "CANCELADO" TO WS-CDL-TRAMO
011890     ELSE
011900         MOVE WS-TRAMO-NOMBRE (WS-TRAMO-SUB) TO WS-CDL-TRAMO
011910         ADD 1 TO WS-TT-PRESTAMOS (WS-TRAMO-SUB)
011920         ADD WS-CAR-SALDO TO WS-TT-CAPITAL (WS-TRAMO-SUB)
011930         ADD WS-CAR-VENCIDO TO WS-TT-VENCIDO (WS-TRAMO-SUB)
011940     END-IF
011950     WRITE CARTERA-LINE FROM WS-CARTERA-DETALLE
011960     MOVE SPACES TO WS-CAR-PRESTAMO
011970     MOVE 0 TO WS-CAR-PRINCIPAL
011980     MOVE 0 TO WS-CAR-SALDO
011990     MOVE 0 TO WS-CAR-VENCIDO
012000     MOVE 0 TO WS-CAR-PENDIENTES
012010     MOVE 0 TO WS-CAR-VENCIDAS
012020     MOVE 0 TO WS-CAR-DIAS
012030     MOVE 0 TO WS-CAR-TRAMO.
012040 6200-EXIT.
012050     EXIT.
012060
012070******************************************************************
012080* 6300-WRITE-TRAMO - Print the totals of the bucket at TRA-IDX
012090******************************************************************
012100 6300-WRITE-TRAMO.
012110     MOVE WS-TRAMO-NOMBRE (TRA-IDX) TO WS-TRL-NOMBRE
012120     MOVE WS-TT-PRESTAMOS (TRA-IDX) TO WS-TRL-PRESTAMOS
012130     MOVE WS-TT-CAPITAL (TRA-IDX) TO WS-TRL-CAPITAL
012140     MOVE WS-TT-VENCIDO (TRA-IDX) TO WS-TRL-VENCIDO
012150     WRITE CARTERA-LINE FROM WS-TRAMO-LINEA.
012160 6300-EXIT.
012170     EXIT.
012180
012190******************************************************************
012200* 6400-WRITE-RESUMEN - Counts and amounts of the run
012210******************************************************************
012220 6400-WRITE-RESUMEN.
012230     MOVE SPACES TO CARTERA-LINE
012240     WRITE CARTERA-LINE
012250     MOVE "CUOTAS COBRADAS:" TO WS-RES-ETIQUETA
012260     MOVE WS-CNT-COBRADAS TO WS-RES-CNT
012270     MOVE WS-IMP-COBRADO TO WS-RES-IMPORTE
012280     WRITE CARTERA-LINE FROM WS-RESUMEN-LINEA
012290     MOVE "CUOTAS RECHAZADAS:" TO WS-RES-ETIQUETA
012300     MOVE WS-CNT-RECHAZADAS TO WS-RES-CNT
012310     MOVE 0 TO WS-RES-IMPORTE
012320     WRITE CARTERA-LINE FROM WS-RESUMEN-LINEA
012330     MOVE "CUOTAS NO PROCESADAS:" TO WS-RES-ETIQUETA
012340     MOVE WS-CNT-NO-PROCESADAS TO WS-RES-CNT
012350     WRITE CARTERA-LINE FROM WS-RESUMEN-LINEA
012360     MOVE "CUOTAS SIN RESULTADO:" TO WS-RES-ETIQUETA
012370     MOVE WS-CNT-SIN-RESULTADO TO WS-RES-CNT
012380     WRITE CARTERA-LINE FROM WS-RESUMEN-LINEA
012390     MOVE "CUOTAS PRESENTADAS HOY:" TO WS-RES-ETIQUETA
012400     MOVE WS-CNT-EMITIDAS TO WS-RES-CNT
012410     MOVE WS-IMP-EMITIDO TO WS-RES-IMPORTE
012420     WRITE CARTERA-LINE FROM WS-RESUMEN-LINEA
012430     MOVE "COMISIONES POR MORA:" TO WS-RES-ETIQUETA
012440     MOVE WS-CNT-COMISIONES TO WS-RES-CNT
012450     MOVE WS-IMP-COMISIONES TO WS-RES-IMPORTE
012460     WRITE CARTERA-LINE FROM WS-RESUMEN-LINEA
012470     MOVE 0 TO WS-RES-IMPORTE
012480     MOVE "COMISIONES COBRADAS:" TO WS-RES-ETIQUETA
012490     MOVE WS-CNT-MORA-COBRADAS TO WS-RES-CNT
012500     WRITE CARTERA-LINE FROM WS-RESUMEN-LINEA
012510     MOVE "COMISIONES NO COBRADAS (SE RECOBRAN):"
012520         TO WS-RES-ETIQUETA
012530     MOVE WS-CNT-MORA-DEVUELTAS TO WS-RES-CNT
012540     WRITE CARTERA-LINE FROM WS-RESUMEN-LINEA
012550     MOVE "COMISIONES SIN RESULTADO:" TO WS-RES-ETIQUETA
012560     MOVE WS-CNT-MORA-PENDIENTES TO WS-RES-CNT
012570     WRITE CARTERA-LINE FROM WS-RESUMEN-LINEA
012580     MOVE "PRESENTACIONES RETIRADAS (REPROCESO):"
012590         TO WS-RES-ETIQUETA
012600     MOVE WS-CNT-RETIRADAS TO WS-RES-CNT
012610     MOVE 0 TO WS-RES-IMPORTE
012620     WRITE CARTERA-LINE FROM WS-RESUMEN-LINEA
012630     MOVE "CUOTAS INVALIDAS EN CRONOGRAMA:" TO WS-RES-ETIQUETA
012640     MOVE WS-CNT-INVALIDAS TO WS-RES-CNT
012650     WRITE CARTERA-LINE FROM WS-RESUMEN-LINEA.
012660 6400-EXIT.
012670     EXIT.
012680
012690******************************************************************
012700* 7000-WRITE-DEBITO - Write one Debito of WS-DROP-MONTO against
012710*                     the repayment account of the installment at
012720*                     CRO-IDX (ID,TIPO,MONTO,CUENTA,CTA-DESTINO,
012730*                     FECHA,MONEDA), opening the drop on the first
012740*                     row. WS-DROP-CLASE picks the TR-ID range:
012750*                     an installment ("C") from 50001, a late fee
012760*                     ("M") from 54001. When that range is used up
012770*                     nothing more of the class is written and
012780*                     WS-HAY-ID-AGOTADO or WS-HAY-MORA-AGOTADO is
012790*                     set.
012800******************************************************************
012810 7000-WRITE-DEBITO.
012820     IF WS-DROP-ES-MORA
012830         IF WS-MORA-PROX-ID > WS-MORA-ULTIMO-ID
012840             IF NOT WS-HAY-MORA-AGOTADO
012850                 SET WS-HAY-MORA-AGOTADO TO TRUE
012860                 DISPLAY "ADVERTENCIA: RANGO DE TR-ID 54001-54999"
012870                     " AGOTADO - RESTO DE COMISIONES PARA MANANA"
012880             END-IF
012890             GO TO 7000-EXIT
012900         END-IF
012910         MOVE WS-MORA-PROX-ID TO WS-ULT-ID
012920         ADD 1 TO WS-MORA-PROX-ID
012930     ELSE
012940         IF WS-PROX-ID > WS-ULTIMO-ID
012950             IF NOT WS-HAY-ID-AGOTADO
012960                 SET WS-HAY-ID-AGOTADO TO TRUE
012970                 DISPLAY "ADVERTENCIA: RANGO DE TR-ID 50001-53999"
012980                     " AGOTADO - RESTO DE COBROS PARA MANANA"
012990             END-IF
013000             GO TO 7000-EXIT
013010         END-IF
013020         MOVE WS-PROX-ID TO WS-ULT-ID
013030         ADD 1 TO WS-PROX-ID
013040     END-IF
013050     IF WS-CNT-LINEAS = 0
013060         OPEN OUTPUT DROP-FILE
013070     END-IF
013080     MOVE WS-DROP-MONTO TO WS-MONTO-ED
013090     MOVE SPACES TO WS-DROP-LINEA
013100     STRING WS-ULT-ID "," "Debito" ","
013110         WS-MONTO-ED ","
013120         WS-CR-CUENTA (CRO-IDX) DELIMITED BY SPACE
013130         "," "," WS-FECHA-ISO "," "PEN" DELIMITED BY SIZE
013140         INTO WS-DROP-LINEA
013150     WRITE DROP-LINE FROM WS-DROP-LINEA
013160     ADD 1 TO WS-CNT-LINEAS
013170     SUBTRACT WS-DROP-MONTO FROM WS-NETO.
013180 7000-EXIT.
013190     EXIT.
013200
013210******************************************************************
013220* 8000-REWRITE-CRONOGRAMA - Write the schedule back with every
013230*                           installment's new state, then close
013240*                           the drop with its trailer and
013250*                           register it
013260******************************************************************
013270 8000-REWRITE-CRONOGRAMA.
013280     IF WS-CRONO-COUNT = 0
013290         GO TO 8000-EXIT
013300     END-IF
013310     OPEN OUTPUT CRONOGRAMA-FILE
013320     PERFORM 8100-WRITE-CUOTA THRU 8100-EXIT
013330         VARYING CRO-IDX FROM 1 BY 1
013340         UNTIL CRO-IDX > WS-CRONO-COUNT
013350     CLOSE CRONOGRAMA-FILE
013360     IF WS-CNT-LINEAS > 0
013370         PERFORM 8600-WRITE-TRAILER THRU 8600-EXIT
013380         PERFORM 8700-REGISTRA-ARCHIVO THRU 8700-EXIT
013390     END-IF.
013400 8000-EXIT.
013410     EXIT.
013420
013430******************************************************************
013440* 8100-WRITE-CUOTA - Write the installment at CRO-IDX back
013450******************************************************************
013460 8100-WRITE-CUOTA.
013470     MOVE WS-CR-REG (CRO-IDX) TO CRONOGRAMA-LINE
013480     WRITE CRONOGRAMA-LINE.
013490 8100-EXIT.
013500     EXIT.
013510
013520******************************************************************
013530* 8600-WRITE-TRAILER - Close the drop with a TRAILER row carrying
013540*                     the generated row count and net amount, so
013550*                     the posting run's trailer reconciliation
013560*                     covers this file like any operator drop
013570******************************************************************
013580 8600-WRITE-TRAILER.
013590     MOVE WS-NETO TO WS-NETO-ED
013600     MOVE SPACES TO WS-DROP-LINEA
013610     STRING WS-CNT-LINEAS "," "TRAILER" "," WS-NETO-ED
013620         DELIMITED BY SIZE INTO WS-DROP-LINEA
013630     WRITE DROP-LINE FROM WS-DROP-LINEA
013640     CLOSE DROP-FILE.
013650 8600-EXIT.
013660     EXIT.
013670
013680******************************************************************
013690* 8700-REGISTRA-ARCHIVO - Append the generated drop to
013700*                        ARCHIVOS.TXT so the posting run picks it
013710*                        up, seeding data.csv first when no list
013720*                        exists yet so the operator's file still
013730*                        posts. A rerun of the same business date
013740*                        finds its drop already listed and leaves
013750*                        the list alone.
013760******************************************************************
013770 8700-REGISTRA-ARCHIVO.
013780     MOVE "N" TO WS-ARCHIVO-LISTADO
013790     OPEN INPUT ARCHIVOS-FILE
013800     IF WS-ARCHIVOS-OK
013810         PERFORM UNTIL WS-ARCHIVOS-FIN
013820             READ ARCHIVOS-FILE
013830                 AT END
013840                     SET WS-ARCHIVOS-FIN TO TRUE
013850                 NOT AT END
013860                     IF ARCHIVOS-LINE = WS-DROP-FILENAME
013870                         SET WS-YA-LISTADO TO TRUE
013880                     END-IF
013890             END-READ
013900         END-PERFORM
013910         CLOSE ARCHIVOS-FILE
013920     END-IF
013930     IF WS-YA-LISTADO
013940         GO TO 8700-EXIT
013950     END-IF
013960     OPEN EXTEND ARCHIVOS-FILE
013970     IF WS-ARCHIVOS-NOFILE
013980         OPEN OUTPUT ARCHIVOS-FILE
013990         MOVE "data.csv" TO ARCHIVOS-LINE
014000         WRITE ARCHIVOS-LINE
014010     END-IF
014020     MOVE WS-DROP-FILENAME TO ARCHIVOS-LINE
014030     WRITE ARCHIVOS-LINE
014040     CLOSE ARCHIVOS-FILE.
014050 8700-EXIT.
014060     EXIT.
014070
014080******************************************************************
014090* 9999-TERMINATE - Echo the run summary
014100******************************************************************
014110 9999-TERMINATE.
014120     DISPLAY "COBRANZA-PRESTAMOS: COBRADAS: " WS-CNT-COBRADAS
014130         " RECHAZADAS: " WS-CNT-RECHAZADAS
014140         " SIN RESULTADO: " WS-CNT-SIN-RESULTADO
014150     DISPLAY "COBRANZA-PRESTAMOS: PRESENTADAS: " WS-CNT-EMITIDAS
014160         " COMISIONES MORA: " WS-CNT-COMISIONES
014170         " - DROP " WS-DROP-FILENAME
014180     DISPLAY "COBRANZA-PRESTAMOS: VER " WS-CARTERA-FILENAME.
014190 9999-EXIT.
014200     EXIT.
