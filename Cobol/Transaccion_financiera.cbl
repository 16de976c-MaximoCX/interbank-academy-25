003520*                    program CONSULTA-HISTORIAL reads a request
003530*                    file of queries against the archive and
003540*                    formats an extract per query.
003550*   2026-10-15  CCH  ITF withholding: every Credito, Debito and
003560*                    Transferencia now also posts the financial
003570*                    transaction tax (rate from TASA-ITF.TXT,
003580*                    default 0.005%) as a separate ITF debit
003590*                    against the account, shown in REPORTE,
003600*                    GLFEED and the archive under the same TR-ID.
003610*                    Accounts flagged ITF-EXENTO = "S" in the
003620*                    fifth column of MAESTRO-CUENTAS.TXT are not
003630*                    charged. A REVERSO refunds the tax its
003640*                    original withheld (ITF (REV)). The tax is
003650*                    bank-generated, so the trailer amount check
003660*                    compares against the balance before ITF.
003670*                    The month-end step DECLARA-ITF totals the
003680*                    archive's ITF rows for the SUNAT remittance.
003690*   2026-10-15  CCH  Holds and judicial embargoes: RETENCIONES.TXT
003700*                    (CTAID,ID,MONTO,MONEDA,TIPO,FECHA-INI,
003710*                    FECHA-VTO,REFERENCIA per line) is loaded at
003720*                    start-up, and every hold active on the
003730*                    business date (started, and not yet at its
003740*                    expiry date) is totalled in PEN per account.
003750*                    3550 now checks each Debito and the debit leg
003760*                    of every Transferencia - operator,
003770*                    ORDENES-GEN and CIERRE-MENSUAL drops alike -
003780*                    against the available balance (balance less
003790*                    active holds) instead of the ledger balance;
003800*                    a line only the holds stop is rejected as
003810*                    SALDO DISPONIBLE INSUFICIENTE. Expired holds
003820*                    drop out on their own date with no file
003830*                    maintenance. The run ends with the daily
003840*                    holds report RETENCIONES-yyyymmdd.TXT: every
003850*                    account's ledger balance, held amount and
003860*                    available balance in PEN.
003870*   2026-10-15  CCH  A seizure transfer generated by
003880*                    RETENCIONES-DIARIAS (TR-ID 40001-44999, to
003890*                    the judicial account named in
003900*                    CUENTA-JUDICIAL.TXT) is the one debit allowed
003910*                    to reach the funds its embargo holds; once
003920*                    posted, the held total is reduced by the
003930*                    amount seized.
003940*   2026-10-15  CCH  Double-entry journal: every GLFEED record
003950*                    also posts a balanced debit/credit pair to
003960*                    ASIENTOS-yyyymmdd.TXT, the ledger accounts
003970*                    taken from MAPEO-CONTABLE.TXT by journal
003980*                    class (CREDITO, DEBITO, TRANSFERENCIA,
003990*                    CLEARING ENT, CLEARING SAL, EMBARGO, INTERES,
004000*                    COMISION, DESEMBOLSO, CUOTA, MORA, ITF,
004010*                    REVALUACION GAN/PER), product
004020*                    and currency. A reversal posts its original's
004030*                    class with the legs swapped. A record with no
004040*                    mapping posts both legs to the suspense
004050*                    account and raises the day's alert - it is
004060*                    never dropped.
004070*   2026-10-15  CCH  Dual authorization (maker-checker): a row
004080*                    may carry the keying operator's user ID in an
004090*                    eighth column USUARIO. With CONTROL-DUAL.TXT
004100*                    (CLASE,VALOR per line) listing REVERSO and/or
004110*                    TRANSF-EXT, an operator REVERSO or interbank
004120*                    Transferencia whose PEN amount is above VALOR
004130*                    no longer posts on one person's say-so: it is
004140*                    written to AUTORIZACIONES-PENDIENTES.TXT
004150*                    under its maker and rejected from the day as
004160*                    PENDIENTE DE AUTORIZACION DUAL. AUTORIZA-
004170*                    OPERACIONES releases it once a different user
004180*                    approves it, as a row of TR-ID 45001-49999
004190*                    whose ninth column names the authorization;
004200*                    such a row posts only if it matches an item
004210*                    released for the business date and not yet
004220*                    used in the run. A released reversal posts
004230*                    against the original recorded with its item.
004240*                    Input rows (and the reject text that echoes
004250*                    them) widened to 120 characters for the two
004260*                    new columns.
004270*   2026-10-15  CCH  ITF on both legs of an internal
004280*                    Transferencia: the destination is charged on
004290*                    its credit as a Credito is (unless flagged
004300*                    ITF-EXENTO), and "Transferencia R" refunds
004310*                    both legs. A reversal now refunds the ITF its
004320*                    original actually withheld, looked up by
004330*                    business date, TR-ID and account - for a
004340*                    released reversal in the archive rows of the
004350*                    day its original posted - instead of
004360*                    recomputing it at today's rate and exemption.
004370*                    Journal classes DESEMBOLSO (loan disbursement
004380*                    Credito, TR-ID 55001-59999), CUOTA
004390*                    (installment Debito, 50001-53999) and MORA
004400*                    (late-fee Debito, 54001-54999) so the ledger
004410*                    books the loan asset and the fee income.
004420*                    Payroll Transferencias (TR-ID 60001-69999),
004430*                    funded as a whole batch by PROCESA-PLANILLA,
004440*                    are no longer screened by the velocity rules.
004450*   2026-10-15  CCH  Dual control keys off the drop being read,
004460*                    not the TR-ID: every REVERSO is controlled,
004470*                    and an external Transferencia is exempt only
004480*                    when it comes from a bank-generated drop.
004490*                    RETENCIONES.TXT lines are read at 100
004500*                    characters for the new EJECUTADA column.
004510*   2026-10-15  CCH  The drop a line comes from, not its TR-ID,
004520*                    decides the generator-only treatment: a
004530*                    seizure (hold bypass) only from EMBARGOS-,
004540*                    the payroll velocity exemption only from
004550*                    PLANILLA-, and the special journal classes
004560*                    only from their generator's drop. A REVERSO
004570*                    is journalled under the class its original
004580*                    was booked with, kept in the history table
004590*                    (and checkpoint) and in the held item.
004600*   2026-10-15  CCH  An executed embargo (EJECUTADA "S") stays in
004610*                    force past its FECHA-VTO until its seizure is
004620*                    confirmed posted and RETENCIONES-DIARIAS
004630*                    drops it.
004640******************************************************************
004650 IDENTIFICATION DIVISION.
004660 PROGRAM-ID. REPORTE-TRANSACCIONES.
004670 AUTHOR. CESAR CHINCHAY.
004680 INSTALLATION. INTERBANK COBOL ACADEMY.
004690 DATE-WRITTEN. 21/05/2025.
004700 DATE-COMPILED. 08/08/2026.
004710
004720 ENVIRONMENT DIVISION.
004730 INPUT-OUTPUT SECTION.
004740 FILE-CONTROL.
004750     SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILENAME
004760         ORGANIZATION IS LINE SEQUENTIAL
004770         FILE STATUS IS WS-TRANS-STATUS.
004780
004790     SELECT REPORTE-FILE ASSIGN TO WS-REPORTE-FILENAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004810         FILE STATUS IS WS-REPORTE-STATUS.
004820
004830     SELECT EXCEP-FILE ASSIGN TO WS-EXCEP-FILENAME
004840         ORGANIZATION IS LINE SEQUENTIAL
004850         FILE STATUS IS WS-EXCEP-STATUS.
004860
004870     SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILENAME
004880         ORGANIZATION IS LINE SEQUENTIAL
004890         FILE STATUS IS WS-CHECKPOINT-STATUS.
004900
004910     SELECT GL-FILE ASSIGN TO WS-GL-FILENAME
004920         ORGANIZATION IS LINE SEQUENTIAL
004930         FILE STATUS IS WS-GL-STATUS.
004940
004950     SELECT TASAS-FILE ASSIGN TO "TASAS.TXT"
004960         ORGANIZATION IS LINE SEQUENTIAL
004970         FILE STATUS IS WS-TASAS-STATUS.
004980
004990     SELECT TASAS-CIERRE-FILE ASSIGN TO "TASAS-CIERRE.TXT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005010         FILE STATUS IS WS-TASAS-CIE-STATUS.
005020
005030     SELECT POSMON-FILE ASSIGN TO "POSICION-MONEDAS.TXT"
005040         ORGANIZATION IS LINE SEQUENTIAL
005050         FILE STATUS IS WS-POSMON-STATUS.
005060
005070     SELECT TASAS-ANT-FILE ASSIGN TO "TASAS-CIERRE-ANT.TXT"
005080         ORGANIZATION IS LINE SEQUENTIAL
005090         FILE STATUS IS WS-TSC-ANT-STATUS.
005100
005110     SELECT POSMON-ANT-FILE
005120         ASSIGN TO "POSICION-MONEDAS-ANT.TXT"
005130         ORGANIZATION IS LINE SEQUENTIAL
005140         FILE STATUS IS WS-POSMON-ANT-STATUS.
005150
005160     SELECT MAESTRO-FILE ASSIGN TO "MAESTRO-CUENTAS.TXT"
005170         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS WS-MAESTRO-STATUS.
005190
005200     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
005210         ORGANIZATION IS LINE SEQUENTIAL
005220         FILE STATUS IS WS-FECHAPROC-STATUS.
005230
005240     SELECT CUENTAS-CSV-FILE ASSIGN TO WS-CUENTAS-CSV-FILENAME
005250         ORGANIZATION IS LINE SEQUENTIAL.
005260
005270     SELECT FECHAS-CSV-FILE ASSIGN TO WS-FECHAS-CSV-FILENAME
005280         ORGANIZATION IS LINE SEQUENTIAL.
005290
005300     SELECT MONEDAS-CSV-FILE ASSIGN TO WS-MONEDAS-CSV-FILENAME
005310         ORGANIZATION IS LINE SEQUENTIAL.
005320
005330     SELECT ALERTA-FILE ASSIGN TO WS-ALERTA-FILENAME
005340         ORGANIZATION IS LINE SEQUENTIAL.
005350
005360     SELECT ARCHIVOS-FILE ASSIGN TO "ARCHIVOS.TXT"
005370         ORGANIZATION IS LINE SEQUENTIAL
005380         FILE STATUS IS WS-ARCHIVOS-STATUS.
005390
005400     SELECT REVISION-FILE ASSIGN TO WS-REVISION-FILENAME
005410         ORGANIZATION IS LINE SEQUENTIAL
005420         FILE STATUS IS WS-REVISION-STATUS.
005430
005440     SELECT UMBRAL-FILE ASSIGN TO "UMBRAL-REVISION.TXT"
005450         ORGANIZATION IS LINE SEQUENTIAL
005460         FILE STATUS IS WS-UMBRAL-STATUS.
005470
005480     SELECT ULTMOV-FILE ASSIGN TO "ULTIMO-MOVIMIENTO.TXT"
005490         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-ULTMOV-STATUS.
005510
005520     SELECT INACTIV-FILE ASSIGN TO WS-INACTIV-FILENAME
005530         ORGANIZATION IS LINE SEQUENTIAL
005540         FILE STATUS IS WS-INACTIV-STATUS.
005550
005560     SELECT PROPUESTAS-FILE ASSIGN TO WS-PROPUESTAS-FILENAME
005570         ORGANIZATION IS LINE SEQUENTIAL
005580         FILE STATUS IS WS-PROPUESTAS-STATUS.
005590
005600     SELECT EXTBANCOS-FILE ASSIGN TO "BANCOS-EXTERNOS.TXT"
005610         ORGANIZATION IS LINE SEQUENTIAL
005620         FILE STATUS IS WS-EXTBANCOS-STATUS.
005630
005640     SELECT CLEARING-FILE ASSIGN TO WS-CLEARING-FILENAME
005650         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS WS-CLEARING-STATUS.
005670
005680     SELECT REGLAS-FILE ASSIGN TO "REGLAS-VELOCIDAD.TXT"
005690         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REGLAS-STATUS.
005710
005720     SELECT SOSP-FILE ASSIGN TO WS-SOSP-FILENAME
005730         ORGANIZATION IS LINE SEQUENTIAL
005740         FILE STATUS IS WS-SOSP-STATUS.
005750
005760     SELECT ARCHHIST-FILE
005770         ASSIGN TO "HISTORIAL-TRANSACCIONES.TXT"
005780         ORGANIZATION IS LINE SEQUENTIAL
005790         FILE STATUS IS WS-ARCHHIST-STATUS.
005800
005810     SELECT ARCHTMP-FILE
005820         ASSIGN TO "HISTORIAL-TRANSACCIONES.TMP"
005830         ORGANIZATION IS LINE SEQUENTIAL
005840         FILE STATUS IS WS-ARCHTMP-STATUS.
005850
005860     SELECT TASA-ITF-FILE ASSIGN TO "TASA-ITF.TXT"
005870         ORGANIZATION IS LINE SEQUENTIAL
005880         FILE STATUS IS WS-TASA-ITF-STATUS.
005890
005900     SELECT RETENC-FILE ASSIGN TO "RETENCIONES.TXT"
005910         ORGANIZATION IS LINE SEQUENTIAL
005920         FILE STATUS IS WS-RETENC-STATUS.
005930
005940     SELECT JUDICIAL-FILE ASSIGN TO "CUENTA-JUDICIAL.TXT"
005950         ORGANIZATION IS LINE SEQUENTIAL
005960         FILE STATUS IS WS-JUDICIAL-STATUS.
005970
005980     SELECT RETINF-FILE ASSIGN TO WS-RETINF-FILENAME
005990         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RETINF-STATUS.
006010
006020     SELECT MAPEO-FILE ASSIGN TO "MAPEO-CONTABLE.TXT"
006030         ORGANIZATION IS LINE SEQUENTIAL
006040         FILE STATUS IS WS-MAPEO-STATUS.
006050
006060     SELECT ASIENTO-FILE ASSIGN TO WS-ASIENTO-FILENAME
006070         ORGANIZATION IS LINE SEQUENTIAL
006080         FILE STATUS IS WS-ASIENTO-STATUS.
006090
006100     SELECT CTLDUAL-FILE ASSIGN TO "CONTROL-DUAL.TXT"
006110         ORGANIZATION IS LINE SEQUENTIAL
006120         FILE STATUS IS WS-CTLDUAL-STATUS.
006130
006140     SELECT AUTPEND-FILE
006150         ASSIGN TO "AUTORIZACIONES-PENDIENTES.TXT"
006160         ORGANIZATION IS LINE SEQUENTIAL
006170         FILE STATUS IS WS-AUTPEND-STATUS.
006180
006190 DATA DIVISION.
006200 FILE SECTION.
006210 FD  TRANS-FILE.
006220 01  TRANS-LINE           PIC X(120).
006230
006240 FD  REPORTE-FILE.
006250 01  REPORTE-LINE          PIC X(132).
006260
006270 FD  EXCEP-FILE.
006280 01  EXCEP-LINE            PIC X(187).
006290
006300 FD  CHECKPOINT-FILE.
006310 01  CHECKPOINT-LINE.
006320     05  CKPT-LINE-NUM         PIC 9(6).
006330     05  CKPT-BALANCE          PIC S9(9)V99.
006340     05  CKPT-MAX-MONTO        PIC 9(7)V99.
006350     05  CKPT-MAX-ID           PIC 9(5).
006360     05  CKPT-MIN-MONTO        PIC 9(7)V99.
006370     05  CKPT-MIN-ID           PIC 9(5).
006380     05  CKPT-SUMA-MONTOS      PIC 9(9)V99.
006390     05  CKPT-COUNT-CREDITO    PIC 9(4).
006400     05  CKPT-COUNT-DEBITO     PIC 9(4).
006410     05  CKPT-COUNT-RECHAZADAS PIC 9(4).
006420     05  CKPT-TOT-REGISTROS    PIC 9(6).
006430     05  CKPT-TRAILER-PRESENTE PIC X.
006440     05  CKPT-TRAILER-CNT-ESP  PIC 9(6).
006450     05  CKPT-TRAILER-MONTO-ESPERADO PIC S9(9)V99.
006460     05  CKPT-CUENTAS-COUNT    PIC 9(4).
006470     05  CKPT-CUENTAS OCCURS 200 TIMES.
006480         10  CKPT-CTA-ID       PIC X(10).
006490         10  CKPT-CTA-BALANCE  PIC S9(9)V99.
006500     05  CKPT-FECHAS-COUNT     PIC 9(4).
006510     05  CKPT-FECHAS OCCURS 100 TIMES.
006520         10  CKPT-FCH-FECHA     PIC X(10).
006530         10  CKPT-FCH-BALANCE   PIC S9(9)V99.
006540         10  CKPT-FCH-CREDITOS  PIC 9(4).
006550         10  CKPT-FCH-DEBITOS   PIC 9(4).
006560     05  CKPT-MONEDAS-COUNT    PIC 9(4).
006570     05  CKPT-MONEDAS OCCURS 10 TIMES.
006580         10  CKPT-MON-CODIGO    PIC X(3).
006590         10  CKPT-MON-BALANCE   PIC S9(9)V99.
006600         10  CKPT-MON-CREDITOS  PIC 9(4).
006610         10  CKPT-MON-DEBITOS   PIC 9(4).
006620     05  CKPT-IDS-VISTOS       PIC X(100000).
006630     05  CKPT-ARCH-IDX-ACTUAL  PIC 9(4).
006640     05  CKPT-HIST-COUNT       PIC 9(4).
006650     05  CKPT-HIST OCCURS 1000 TIMES.
006660         10  CKPT-HIST-ID        PIC 9(5).
006670         10  CKPT-HIST-TIPO      PIC X(15).
006680         10  CKPT-HIST-CUENTA    PIC X(10).
006690         10  CKPT-HIST-CTA-DEST  PIC X(10).
006700         10  CKPT-HIST-MONTO     PIC 9(5)V99.
006710         10  CKPT-HIST-MONEDA    PIC X(3).
006720         10  CKPT-HIST-FECHA     PIC X(10).
006730         10  CKPT-HIST-REVERSADO PIC X.
006740         10  CKPT-HIST-CLASE     PIC X(15).
006750     05  CKPT-ULTMOV-COUNT     PIC 9(4).
006760     05  CKPT-ULTMOV OCCURS 500 TIMES.
006770         10  CKPT-UMV-CTA        PIC X(10).
006780         10  CKPT-UMV-FECHA      PIC X(10).
006790     05  CKPT-EXT-COUNT        PIC 9(4).
006800     05  CKPT-EXT-TOTAL-PEN    PIC S9(9)V99.
006810     05  CKPT-EXT-HASH         PIC S9(9)V99.
006820     05  CKPT-EXT OCCURS 200 TIMES.
006830         10  CKPT-EXT-BANCO      PIC X(4).
006840         10  CKPT-EXT-CTA        PIC X(10).
006850         10  CKPT-EXT-MONTO      PIC 9(5)V99.
006860         10  CKPT-EXT-MONEDA     PIC X(3).
006870         10  CKPT-EXT-REF        PIC 9(5).
006880     05  CKPT-VEL-COUNT        PIC 9(4).
006890     05  CKPT-VEL OCCURS 400 TIMES.
006900         10  CKPT-VEL-CTA        PIC X(10).
006910         10  CKPT-VEL-FECHA      PIC X(10).
006920         10  CKPT-VEL-DEB-CNT    PIC 9(4).
006930         10  CKPT-VEL-DEB-MTO    PIC S9(9)V99.
006940     05  CKPT-ITF-NETO-PEN     PIC S9(9)V99.
006950     05  CKPT-ITF-COUNT        PIC 9(6).
006960     05  CKPT-RET-RECHAZOS     PIC 9(4).
006970     05  CKPT-ASI-COUNT        PIC 9(6).
006980     05  CKPT-ASI-SUSPENSO     PIC 9(4).
006990     05  CKPT-DUAL-RETENIDAS   PIC 9(4).
007000
007010 FD  GL-FILE.
007020 01  GL-LINE               PIC X(50).
007030
007040 FD  TASAS-FILE.
007050 01  TASAS-LINE            PIC X(20).
007060
007070 FD  TASAS-CIERRE-FILE.
007080 01  TASAS-CIERRE-LINE     PIC X(20).
007090
007100 FD  POSMON-FILE.
007110 01  POSMON-LINE           PIC X(20).
007120
007130 FD  TASAS-ANT-FILE.
007140 01  TASAS-ANT-LINE        PIC X(20).
007150
007160 FD  POSMON-ANT-FILE.
007170 01  POSMON-ANT-LINE       PIC X(20).
007180
007190 FD  MAESTRO-FILE.
007200 01  MAESTRO-LINE          PIC X(60).
007210
007220 FD  FECHA-PROC-FILE.
007230 01  FECHA-PROC-LINE       PIC X(10).
007240
007250 FD  CUENTAS-CSV-FILE.
007260 01  CUENTAS-CSV-LINE      PIC X(40).
007270
007280 FD  FECHAS-CSV-FILE.
007290 01  FECHAS-CSV-LINE       PIC X(50).
007300
007310 FD  MONEDAS-CSV-FILE.
007320 01  MONEDAS-CSV-LINE      PIC X(40).
007330
007340 FD  ALERTA-FILE.
007350 01  ALERTA-LINE           PIC X(100).
007360
007370 FD  ARCHIVOS-FILE.
007380 01  ARCHIVOS-LINE         PIC X(40).
007390
007400 FD  REVISION-FILE.
007410 01  REVISION-LINE         PIC X(110).
007420
007430 FD  UMBRAL-FILE.
007440 01  UMBRAL-LINE           PIC X(15).
007450
007460 FD  ULTMOV-FILE.
007470 01  ULTMOV-LINE           PIC X(30).
007480
007490 FD  INACTIV-FILE.
007500 01  INACTIV-LINE          PIC X(80).
007510
007520 FD  PROPUESTAS-FILE.
007530 01  PROPUESTAS-LINE       PIC X(30).
007540
007550 FD  EXTBANCOS-FILE.
007560 01  EXTBANCOS-LINE        PIC X(20).
007570
007580 FD  CLEARING-FILE.
007590 01  CLEARING-LINE         PIC X(50).
007600
007610 FD  REGLAS-FILE.
007620 01  REGLAS-LINE           PIC X(60).
007630
007640 FD  SOSP-FILE.
007650 01  SOSP-LINE             PIC X(132).
007660
007670 FD  ARCHHIST-FILE.
007680 01  ARCHHIST-LINE         PIC X(90).
007690
007700 FD  ARCHTMP-FILE.
007710 01  ARCHTMP-LINE          PIC X(90).
007720
007730 FD  TASA-ITF-FILE.
007740 01  TASA-ITF-LINE         PIC X(15).
007750
007760 FD  RETENC-FILE.
007770 01  RETENC-LINE           PIC X(100).
007780
007790 FD  JUDICIAL-FILE.
007800 01  JUDICIAL-LINE         PIC X(20).
007810
007820 FD  RETINF-FILE.
007830 01  RETINF-LINE           PIC X(80).
007840
007850 FD  MAPEO-FILE.
007860 01  MAPEO-LINE            PIC X(60).
007870
007880 FD  ASIENTO-FILE.
007890 01  ASIENTO-LINE          PIC X(80).
007900
007910 FD  CTLDUAL-FILE.
007920 01  CTLDUAL-LINE          PIC X(40).
007930
007940 FD  AUTPEND-FILE.
007950 01  AUTPEND-LINE          PIC X(171).
007960
007970 WORKING-STORAGE SECTION.
007980 01  EOF-FLAG             PIC X VALUE "N".
007990     88  EOF              VALUE "Y".
008000     88  NOT-EOF          VALUE "N".
008010
008020 01  WS-FIRST-READ        PIC X VALUE "Y".
008030
008040 01  TR-ID                PIC 9(5).
008050 01  TR-TIPO              PIC X(15).
008060 01  TR-MONTO             PIC 9(5)V99.
008070 01  TR-CUENTA-DESTINO    PIC X(10).
008080 01  TR-CUENTA            PIC X(10).
008090 01  TR-FECHA             PIC X(10).
008100 01  TR-MONEDA            PIC X(3).
008110
008120 01  WS-BALANCE           PIC S9(9)V99 VALUE 0.
008130 01  WS-MAX-MONTO         PIC 9(7)V99 VALUE 0.
008140 01  WS-MAX-ID            PIC 9(5)     VALUE 0.
008150 01  WS-MIN-MONTO         PIC 9(7)V99 VALUE 9999999.99.
008160 01  WS-MIN-ID            PIC 9(5)     VALUE 0.
008170 01  WS-SUMA-MONTOS       PIC 9(9)V99 VALUE 0.
008180 01  WS-PROMEDIO-MONTO    PIC 9(7)V99 VALUE 0.
008190 01  WS-COUNT-CREDITO     PIC 9(4)     VALUE 0.
008200 01  WS-COUNT-DEBITO      PIC 9(4)     VALUE 0.
008210 01  WS-COUNT-RECHAZADAS  PIC 9(4)     VALUE 0.
008220 01  WS-TOT-REGISTROS     PIC 9(6) COMP VALUE 0.
008230 01  WS-CTL-CNT-TOTAL     PIC 9(6) COMP VALUE 0.
008240
008250 01  WS-TRAILER-PRESENTE  PIC X VALUE "N".
008260     88  WS-HAY-TRAILER       VALUE "Y".
008270 01  WS-TRAILER-CNT-ESP PIC 9(6)     VALUE 0.
008280 01  WS-TRAILER-MONTO-ESPERADO PIC S9(9)V99 VALUE 0.
008290 01  WS-SOLO-PEN          PIC X VALUE "Y".
008300     88  WS-ES-SOLO-PEN       VALUE "Y".
008310 01  WS-LINE-NUM          PIC 9(6) COMP VALUE 0.
008320
008330 01  WS-CHECKPOINT-STATUS PIC XX.
008340     88  WS-CKPT-OK       VALUE "00".
008350 01  WS-REPORTE-STATUS    PIC XX.
008360     88  WS-REPORTE-NOFILE    VALUE "35".
008370 01  WS-EXCEP-STATUS      PIC XX.
008380     88  WS-EXCEP-NOFILE      VALUE "35".
008390 01  WS-GL-STATUS         PIC XX.
008400     88  WS-GL-NOFILE         VALUE "35".
008410 01  WS-ASIENTO-STATUS    PIC XX.
008420     88  WS-ASIENTO-NOFILE    VALUE "35".
008430 01  WS-MAPEO-STATUS      PIC XX.
008440     88  WS-MAPEO-OK          VALUE "00".
008450 01  WS-MAPEO-EOF         PIC X VALUE "N".
008460     88  WS-MAPEO-FIN         VALUE "Y".
008470 01  WS-CTLDUAL-STATUS    PIC XX.
008480     88  WS-CTLDUAL-OK        VALUE "00".
008490 01  WS-CTLDUAL-EOF       PIC X VALUE "N".
008500     88  WS-CTLDUAL-FIN       VALUE "Y".
008510 01  WS-AUTPEND-STATUS    PIC XX.
008520     88  WS-AUTPEND-OK        VALUE "00".
008530     88  WS-AUTPEND-NOFILE    VALUE "35".
008540 01  WS-AUTPEND-EOF       PIC X VALUE "N".
008550     88  WS-AUTPEND-FIN       VALUE "Y".
008560 01  WS-AUTPEND-APERTURA  PIC X VALUE "N".
008570     88  WS-AUTPEND-ABIERTO   VALUE "Y".
008580 01  WS-TASAS-STATUS      PIC XX.
008590     88  WS-TASAS-OK          VALUE "00".
008600 01  WS-TASAS-EOF         PIC X VALUE "N".
008610     88  WS-TASAS-FIN         VALUE "Y".
008620 01  WS-MAESTRO-STATUS    PIC XX.
008630     88  WS-MAESTRO-OK        VALUE "00".
008640 01  WS-MAESTRO-EOF       PIC X VALUE "N".
008650     88  WS-MAESTRO-FIN       VALUE "Y".
008660 01  WS-FECHAPROC-STATUS  PIC XX.
008670     88  WS-FECHAPROC-OK      VALUE "00".
008680 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
008690 01  WS-REPORTE-FILENAME  PIC X(30).
008700 01  WS-EXCEP-FILENAME    PIC X(30).
008710 01  WS-GL-FILENAME       PIC X(30).
008720 01  WS-ASIENTO-FILENAME  PIC X(30).
008730 01  WS-CHECKPOINT-FILENAME PIC X(30).
008740 01  WS-CUENTAS-CSV-FILENAME PIC X(30).
008750 01  WS-FECHAS-CSV-FILENAME PIC X(30).
008760 01  WS-MONEDAS-CSV-FILENAME PIC X(30).
008770 01  WS-ALERTA-FILENAME   PIC X(30).
008780 01  WS-REVISION-FILENAME PIC X(30).
008790 01  WS-INACTIV-FILENAME  PIC X(30).
008800 01  WS-PROPUESTAS-FILENAME PIC X(35).
008810 01  WS-ULTMOV-STATUS     PIC XX.
008820     88  WS-ULTMOV-OK         VALUE "00".
008830 01  WS-ULTMOV-EOF        PIC X VALUE "N".
008840     88  WS-ULTMOV-FIN        VALUE "Y".
008850 01  WS-INACTIV-STATUS    PIC XX.
008860 01  WS-PROPUESTAS-STATUS PIC XX.
008870 01  WS-EXTBANCOS-STATUS  PIC XX.
008880     88  WS-EXTBANCOS-OK      VALUE "00".
008890 01  WS-EXTBANCOS-EOF     PIC X VALUE "N".
008900     88  WS-EXTBANCOS-FIN     VALUE "Y".
008910 01  WS-CLEARING-STATUS   PIC XX.
008920     88  WS-CLEARING-NOFILE   VALUE "35".
008930 01  WS-CLEARING-FILENAME PIC X(35).
008940 01  WS-REVISION-STATUS   PIC XX.
008950     88  WS-REVISION-NOFILE   VALUE "35".
008960 01  WS-UMBRAL-STATUS     PIC XX.
008970     88  WS-UMBRAL-OK         VALUE "00".
008980 01  WS-UMBRAL-REVISION   PIC 9(7)V99 VALUE 10000.00.
008990 01  WS-TASA-ITF-STATUS   PIC XX.
009000     88  WS-TASA-ITF-OK       VALUE "00".
009010 01  WS-RETENC-STATUS     PIC XX.
009020     88  WS-RETENC-OK         VALUE "00".
009030 01  WS-RETENC-EOF        PIC X VALUE "N".
009040     88  WS-RETENC-FIN        VALUE "Y".
009050 01  WS-RETENC-PRESENTE   PIC X VALUE "N".
009060     88  WS-HAY-RETENCIONES   VALUE "Y".
009070 01  WS-JUDICIAL-STATUS   PIC XX.
009080     88  WS-JUDICIAL-OK       VALUE "00".
009090 01  WS-RETINF-STATUS     PIC XX.
009100 01  WS-RETINF-FILENAME   PIC X(30).
009110 01  WS-ALERTA-UMBRAL-RECHAZOS PIC 9(4) COMP VALUE 10.
009120 01  WS-ALERTA-UMBRAL-DISP PIC ZZZ9.
009130 01  WS-ARCHIVOS-STATUS   PIC XX.
009140     88  WS-ARCHIVOS-OK       VALUE "00".
009150 01  WS-ARCHIVOS-FIN      PIC X VALUE "N".
009160     88  WS-ARCHIVOS-FINAL    VALUE "Y".
009170 01  WS-ARCHIVOS-COUNT    PIC 9(4) COMP VALUE 0.
009180 01  WS-ARCHIVOS-TABLE.
009190     05  WS-ARCH-NOMBRE OCCURS 1 TO 20 TIMES
009200             DEPENDING ON WS-ARCHIVOS-COUNT
009210             PIC X(40).
009220 01  WS-TRANS-FILENAME    PIC X(40).
009230 01  WS-TRANS-STATUS      PIC XX.
009240     88  WS-TRANS-OK          VALUE "00".
009250 01  WS-ARCH-IDX-ACTUAL   PIC 9(4) COMP VALUE 1.
009260 01  WS-RESTART-LINE      PIC 9(6) COMP VALUE 0.
009270 01  WS-CHECKPOINT-INTERVAL PIC 9(4) COMP VALUE 50.
009280 01  WS-CK-REM            PIC 9(4) COMP VALUE 0.
009290 01  WS-CK-DUMMY          PIC 9(6) COMP VALUE 0.
009300 01  WS-CK-SUB            PIC 9(4) COMP VALUE 0.
009310
009320 01  WS-IDS-VISTOS        PIC X(100000) VALUE SPACES.
009330 01  WS-DUP-SUB           PIC 9(6) COMP VALUE 0.
009340 01  WS-ID-DUPLICADO      PIC X VALUE "N".
009350     88  WS-ES-DUPLICADO      VALUE "Y".
009360
009370 01  WS-HIST-COUNT        PIC 9(4) COMP VALUE 0.
009380 01  WS-HIST-TABLE.
009390     05  WS-HIST-ENTRY OCCURS 1 TO 1000 TIMES
009400             DEPENDING ON WS-HIST-COUNT
009410             INDEXED BY HIST-IDX.
009420         10  WS-HIST-ID        PIC 9(5).
009430         10  WS-HIST-TIPO      PIC X(15).
009440         10  WS-HIST-CUENTA    PIC X(10).
009450         10  WS-HIST-CTA-DEST  PIC X(10).
009460         10  WS-HIST-MONTO     PIC 9(5)V99.
009470         10  WS-HIST-MONEDA    PIC X(3).
009480         10  WS-HIST-FECHA     PIC X(10).
009490         10  WS-HIST-REVERSADO PIC X.
009500             88  WS-HIST-YA-REVERSADO VALUE "Y".
009510         10  WS-HIST-CLASE     PIC X(15).
009520
009530 01  WS-HIST-LLENO        PIC X VALUE "N".
009540     88  WS-HIST-LLENAS       VALUE "Y".
009550 01  WS-REV-ID-ORIG       PIC 9(5) VALUE 0.
009560 01  WS-REV-FECHA-ORIG    PIC X(8).
009570 01  WS-REV-ENCONTRADO    PIC X VALUE "N".
009580     88  WS-REV-SE-ENCONTRO  VALUE "Y".
009590 01  WS-ES-REVERSO-LINEA  PIC X VALUE "N".
009600     88  WS-ES-REVERSO        VALUE "Y".
009610
009620 01  WS-CUENTAS-COUNT     PIC 9(4) COMP VALUE 0.
009630 01  WS-CUENTAS-TABLE.
009640     05  WS-CUENTAS OCCURS 1 TO 200 TIMES
009650             DEPENDING ON WS-CUENTAS-COUNT
009660             INDEXED BY CTA-IDX.
009670         10  WS-CTA-ID       PIC X(10).
009680         10  WS-CTA-BALANCE  PIC S9(9)V99.
009690
009700 01  WS-CUENTAS-LLENO     PIC X VALUE "N".
009710     88  WS-CUENTAS-LLENAS    VALUE "Y".
009720 01  WS-BUSCA-CUENTA      PIC X(10).
009730 01  WS-POST-CUENTA       PIC X(10).
009740 01  WS-POST-MONTO        PIC S9(9)V99.
009750
009760 01  WS-FECHAS-COUNT      PIC 9(4) COMP VALUE 0.
009770 01  WS-FECHAS-TABLE.
009780     05  WS-FECHAS OCCURS 1 TO 100 TIMES
009790             DEPENDING ON WS-FECHAS-COUNT
009800             INDEXED BY FCH-IDX.
009810         10  WS-FCH-FECHA     PIC X(10).
009820         10  WS-FCH-BALANCE   PIC S9(9)V99.
009830         10  WS-FCH-CREDITOS  PIC 9(4).
009840         10  WS-FCH-DEBITOS   PIC 9(4).
009850
009860 01  WS-FECHAS-LLENO      PIC X VALUE "N".
009870     88  WS-FECHAS-LLENAS     VALUE "Y".
009880 01  WS-FCH-OK            PIC X VALUE "Y".
009890     88  WS-FCH-POSTEABLE     VALUE "Y".
009900 01  WS-BUSCA-FECHA       PIC X(10).
009910
009920 01  WS-MAESTRO-COUNT     PIC 9(4) COMP VALUE 0.
009930 01  WS-MAESTRO-TABLE.
009940     05  WS-MAESTRO-ENTRY OCCURS 1 TO 500 TIMES
009950             DEPENDING ON WS-MAESTRO-COUNT
009960             INDEXED BY MSTR-IDX.
009970         10  WS-MSTR-CTA-ID  PIC X(10).
009980         10  WS-MSTR-ESTADO  PIC X(1).
009990             88  WS-MSTR-ACTIVA   VALUE "A".
010000         10  WS-MSTR-LIMITE  PIC S9(9)V99.
010010         10  WS-MSTR-PRODUCTO PIC X(4).
010020         10  WS-MSTR-ITF-EXENTO PIC X(1).
010030             88  WS-MSTR-EXENTO-ITF VALUE "S".
010040
010050 01  WS-MAESTRO-PRESENTE  PIC X VALUE "N".
010060     88  WS-HAY-MAESTRO       VALUE "Y".
010070 01  WS-MSTR-COD-TMP      PIC X(10).
010080 01  WS-MSTR-EST-TMP      PIC X(1).
010090 01  WS-MSTR-LIM-TMP      PIC X(12).
010100 01  WS-MSTR-PROD-TMP     PIC X(4).
010110 01  WS-MSTR-ITF-TMP      PIC X(1).
010120
010130 01  WS-TASA-ITF-PCT      PIC 9V9(4) VALUE 0.0050.
010140 01  WS-ITF-MONTO         PIC 9(5)V99 VALUE 0.
010150 01  WS-ITF-PEN           PIC 9(7)V99 VALUE 0.
010160 01  WS-ITF-CARGO-PEN     PIC 9(7)V99 VALUE 0.
010170 01  WS-ITF-ABONO-PEN     PIC 9(7)V99 VALUE 0.
010180 01  WS-ITF-CUENTA        PIC X(10).
010190 01  WS-ITF-TIPO          PIC X(15).
010200 01  WS-ITF-DEVOLUCION    PIC X VALUE "N".
010210     88  WS-ITF-ES-DEVOLUCION VALUE "Y".
010220 01  WS-ITF-NETO-PEN      PIC S9(9)V99 VALUE 0.
010230 01  WS-ITF-COUNT         PIC 9(6) COMP VALUE 0.
010240 01  WS-BALANCE-SIN-ITF   PIC S9(9)V99 VALUE 0.
010250 01  WS-ITF-DST-MONTO     PIC 9(5)V99 VALUE 0.
010260 01  WS-ITF-DST-PEN       PIC 9(7)V99 VALUE 0.
010270 01  WS-ITF-DST-CUENTA    PIC X(10).
010280 01  WS-ITF-BUSCA-CTA     PIC X(10).
010290 01  WS-ITF-CALC-MONTO    PIC 9(5)V99 VALUE 0.
010300 01  WS-ITF-CALC-PEN      PIC 9(7)V99 VALUE 0.
010310
010320******************************************************************
010330* ITF actually withheld, by business date, TR-ID and account:
010340* every charge this run posts, plus - read from the archive at
010350* start-up - the charges behind the reversals released for today
010360* and, on a checkpoint restart, those the interrupted run already
010370* posted. A reversal refunds what it finds here, never a fresh
010380* computation.
010390* Room for two legs per reversible history entry and then some.
010400******************************************************************
010410 01  WS-ITFH-COUNT        PIC 9(4) COMP VALUE 0.
010420 01  WS-ITFH-TABLE.
010430     05  WS-ITFH-ENTRY OCCURS 1 TO 2500 TIMES
010440             DEPENDING ON WS-ITFH-COUNT
010450             INDEXED BY ITFH-IDX.
010460         10  WS-ITFH-FECHA-PROC PIC X(8).
010470         10  WS-ITFH-ID        PIC 9(5).
010480         10  WS-ITFH-CUENTA    PIC X(10).
010490         10  WS-ITFH-MONTO     PIC 9(5)V99.
010500         10  WS-ITFH-PEN       PIC 9(7)V99.
010510 01  WS-ITFH-EOF          PIC X VALUE "N".
010520     88  WS-ITFH-FIN          VALUE "Y".
010530 01  WS-ITFH-GUARDA       PIC X VALUE "N".
010540     88  WS-ITFH-SE-GUARDA    VALUE "Y".
010550*    Business date and TR-ID of each original whose reversal is
010560*    released for today
010570 01  WS-ITFB-COUNT        PIC 9(4) COMP VALUE 0.
010580 01  WS-ITFB-TABLE.
010590     05  WS-ITFB-ENTRY OCCURS 1 TO 2000 TIMES
010600             DEPENDING ON WS-ITFB-COUNT
010610             INDEXED BY ITFB-IDX.
010620         10  WS-ITFB-FECHA-PROC PIC X(8).
010630         10  WS-ITFB-ID        PIC 9(5).
010640
010650 01  WS-ULTMOV-COUNT      PIC 9(4) COMP VALUE 0.
010660 01  WS-ULTMOV-TABLE.
010670     05  WS-ULTMOV-ENTRY OCCURS 1 TO 500 TIMES
010680             DEPENDING ON WS-ULTMOV-COUNT
010690             INDEXED BY UMV-IDX.
010700         10  WS-UMV-CTA      PIC X(10).
010710         10  WS-UMV-FECHA    PIC X(10).
010720
010730 01  WS-ULTMOV-LLENO      PIC X VALUE "N".
010740     88  WS-ULTMOV-LLENAS     VALUE "Y".
010750 01  WS-UMV-CTA-TMP       PIC X(10).
010760 01  WS-UMV-FEC-TMP       PIC X(10).
010770 01  WS-UMV-HALLADO       PIC X VALUE "N".
010780     88  WS-UMV-CONOCIDO      VALUE "Y".
010790
010800 01  WS-CONV-FECHA        PIC X(10).
010810 01  WS-CONV-NUM-X        PIC X(8).
010820 01  WS-CONV-NUM REDEFINES WS-CONV-NUM-X PIC 9(8).
010830 01  WS-CONV-INT          PIC 9(7) COMP VALUE 0.
010840 01  WS-HOY-INT           PIC 9(7) COMP VALUE 0.
010850 01  WS-FECHA-HOY-ISO     PIC X(10) VALUE SPACES.
010860 01  WS-DIAS-INACT        PIC S9(5) COMP VALUE 0.
010870 01  WS-UMBRAL-ALERTA-DIAS PIC 9(4) COMP VALUE 180.
010880 01  WS-UMBRAL-INACT-DIAS PIC 9(4) COMP VALUE 365.
010890 01  WS-CNT-INACT-ALERTA  PIC 9(4) COMP VALUE 0.
010900 01  WS-CNT-INACT-DORMIDA PIC 9(4) COMP VALUE 0.
010910
010920 01  WS-BANCOS-COUNT      PIC 9(4) COMP VALUE 0.
010930 01  WS-BANCOS-TABLE.
010940     05  WS-BANCO-ENTRY OCCURS 1 TO 20 TIMES
010950             DEPENDING ON WS-BANCOS-COUNT
010960             INDEXED BY BCO-IDX.
010970         10  WS-BCO-PREFIJO  PIC X(3).
010980         10  WS-BCO-CODIGO   PIC X(4).
010990
011000 01  WS-BANCOS-PRESENTE   PIC X VALUE "N".
011010     88  WS-HAY-BANCOS        VALUE "Y".
011020 01  WS-BCO-PRE-TMP       PIC X(3).
011030 01  WS-BCO-COD-TMP       PIC X(4).
011040 01  WS-TRF-EXT-LINEA     PIC X VALUE "N".
011050     88  WS-TRF-EXTERNA       VALUE "Y".
011060 01  WS-BANCO-DEST        PIC X(4) VALUE SPACES.
011070 01  WS-MSG-REV-INTERBANC PIC X(48) VALUE
011080     "REVERSO DE TRANSF. INTERBANCARIA NO PERMITIDO".
011090
011100 01  WS-EXT-COUNT         PIC 9(4) COMP VALUE 0.
011110 01  WS-EXT-TABLE.
011120     05  WS-EXT-ENTRY OCCURS 1 TO 200 TIMES
011130             DEPENDING ON WS-EXT-COUNT
011140             INDEXED BY EXT-IDX.
011150         10  WS-EXT-BANCO    PIC X(4).
011160         10  WS-EXT-CTA      PIC X(10).
011170         10  WS-EXT-MONTO    PIC 9(5)V99.
011180         10  WS-EXT-MONEDA   PIC X(3).
011190         10  WS-EXT-REF      PIC 9(5).
011200
011210 01  WS-EXT-LLENO         PIC X VALUE "N".
011220     88  WS-EXT-LLENAS        VALUE "Y".
011230 01  WS-EXT-TOTAL-PEN     PIC S9(9)V99 VALUE 0.
011240 01  WS-EXT-HASH          PIC S9(9)V99 VALUE 0.
011250
011260 01  WS-REGLAS-STATUS     PIC XX.
011270     88  WS-REGLAS-OK         VALUE "00".
011280 01  WS-REGLAS-EOF        PIC X VALUE "N".
011290     88  WS-REGLAS-FIN        VALUE "Y".
011300 01  WS-SOSP-STATUS       PIC XX.
011310     88  WS-SOSP-NOFILE       VALUE "35".
011320 01  WS-SOSP-FILENAME     PIC X(35).
011330 01  WS-ARCHHIST-STATUS   PIC XX.
011340     88  WS-ARCHHIST-OK       VALUE "00".
011350     88  WS-ARCHHIST-NOFILE   VALUE "35".
011360 01  WS-ARCHTMP-STATUS    PIC XX.
011370     88  WS-ARCHTMP-OK        VALUE "00".
011380 01  WS-DEPURA-EOF        PIC X VALUE "N".
011390     88  WS-DEPURA-FIN        VALUE "Y".
011400
011410 01  WS-REGLAS-COUNT      PIC 9(4) COMP VALUE 0.
011420 01  WS-REGLAS-TABLE.
011430     05  WS-REGLA-ENTRY OCCURS 1 TO 50 TIMES
011440             DEPENDING ON WS-REGLAS-COUNT
011450             INDEXED BY RGL-IDX.
011460         10  WS-RGL-ALCANCE  PIC X(1).
011470         10  WS-RGL-CLAVE    PIC X(10).
011480         10  WS-RGL-MAX-DEB-CNT PIC 9(4).
011490         10  WS-RGL-MAX-DEB-MTO PIC 9(9)V99.
011500         10  WS-RGL-MAX-CRED PIC 9(9)V99.
011510         10  WS-RGL-SEVERIDAD PIC X(1).
011520
011530 01  WS-RGL-ALC-TMP       PIC X(1).
011540 01  WS-RGL-CLA-TMP       PIC X(10).
011550 01  WS-RGL-CNT-TMP       PIC X(6).
011560 01  WS-RGL-MTO-TMP       PIC X(12).
011570 01  WS-RGL-CRE-TMP       PIC X(12).
011580 01  WS-RGL-SEV-TMP       PIC X(1).
011590
011600******************************************************************
011610* The rule found for the account being checked, flattened out of
011620* the table by 3060-BUSCA-REGLA (account rule beats product rule)
011630******************************************************************
011640 01  WS-REGLA-HALLADA     PIC X VALUE "N".
011650     88  WS-HAY-REGLA         VALUE "Y".
011660 01  WS-REGLA-MAX-DEB-CNT PIC 9(4) VALUE 0.
011670 01  WS-REGLA-MAX-DEB-MTO PIC 9(9)V99 VALUE 0.
011680 01  WS-REGLA-MAX-CRED    PIC 9(9)V99 VALUE 0.
011690 01  WS-REGLA-SEVERIDAD   PIC X VALUE "R".
011700
011710 01  WS-VEL-COUNT         PIC 9(4) COMP VALUE 0.
011720 01  WS-VEL-TABLE.
011730     05  WS-VEL-ENTRY OCCURS 1 TO 400 TIMES
011740             DEPENDING ON WS-VEL-COUNT
011750             INDEXED BY VEL-IDX.
011760         10  WS-VEL-CTA      PIC X(10).
011770         10  WS-VEL-FECHA    PIC X(10).
011780         10  WS-VEL-DEB-CNT  PIC 9(4).
011790         10  WS-VEL-DEB-MTO  PIC S9(9)V99.
011800
011810 01  WS-VEL-LLENO         PIC X VALUE "N".
011820     88  WS-VEL-LLENAS        VALUE "Y".
011830 01  WS-VEL-BUSCA-CTA     PIC X(10).
011840 01  WS-VEL-CTA-PRODUCTO  PIC X(4).
011850 01  WS-VEL-DEB-CNT-ACT   PIC 9(4) VALUE 0.
011860 01  WS-VEL-DEB-MTO-ACT   PIC S9(9)V99 VALUE 0.
011870 01  WS-VEL-RECHAZA-LINEA PIC X VALUE "N".
011880     88  WS-VEL-RECHAZADA     VALUE "Y".
011890 01  WS-VEL-RAZON         PIC X(40).
011900 01  WS-CNT-VEL-RECHAZOS  PIC 9(4) COMP VALUE 0.
011910 01  WS-CNT-VEL-MARCADAS  PIC 9(4) COMP VALUE 0.
011920 01  WS-SOSP-SUB          PIC 9(4) COMP VALUE 0.
011930 01  WS-CTA-VALIDA        PIC X VALUE "Y".
011940     88  WS-CTA-ES-VALIDA     VALUE "Y".
011950 01  WS-LIMITE-OK         PIC X VALUE "Y".
011960     88  WS-LIMITE-ES-OK     VALUE "Y".
011970 01  WS-CTA-SALDO-ACTUAL  PIC S9(9)V99 VALUE 0.
011980 01  WS-MSTR-LIMITE-TMP   PIC S9(9)V99 VALUE 0.
011990 01  WS-SALDO-PROYECTADO  PIC S9(9)V99 VALUE 0.
012000 01  WS-CTA-RETENIDO      PIC S9(9)V99 VALUE 0.
012010 01  WS-RET-BLOQUEO       PIC X VALUE "N".
012020     88  WS-RET-BLOQUEA       VALUE "Y".
012030 01  WS-CNT-RET-RECHAZOS  PIC 9(4) COMP VALUE 0.
012040 01  WS-CTA-JUDICIAL      PIC X(10) VALUE SPACES.
012050 01  WS-EMB-ID-DESDE      PIC 9(5) VALUE 40001.
012060 01  WS-EMB-ID-HASTA      PIC 9(5) VALUE 44999.
012070 01  WS-EMB-EJECUCION     PIC X VALUE "N".
012080     88  WS-ES-EMBARGO-EJEC   VALUE "Y".
012090
012100******************************************************************
012110* Ledger mapping from MAPEO-CONTABLE.TXT: journal class, product
012120* and currency ("*" = any) to the debit and credit GL accounts of
012130* the class's normal direction. The most specific row wins.
012140******************************************************************
012150 01  WS-MAPEO-COUNT       PIC 9(4) COMP VALUE 0.
012160 01  WS-MAPEO-TABLE.
012170     05  WS-MAPEO-ENTRY OCCURS 1 TO 200 TIMES
012180             DEPENDING ON WS-MAPEO-COUNT
012190             INDEXED BY MAP-IDX.
012200         10  WS-MAP-CLASE    PIC X(15).
012210         10  WS-MAP-PRODUCTO PIC X(4).
012220         10  WS-MAP-MONEDA   PIC X(3).
012230         10  WS-MAP-DEBE     PIC X(10).
012240         10  WS-MAP-HABER    PIC X(10).
012250
012260 01  WS-MAP-CLA-TMP       PIC X(15).
012270 01  WS-MAP-PRO-TMP       PIC X(4).
012280 01  WS-MAP-MON-TMP       PIC X(3).
012290 01  WS-MAP-DEB-TMP       PIC X(10).
012300 01  WS-MAP-HAB-TMP       PIC X(10).
012310 01  WS-MAP-BUSCA-PROD    PIC X(4).
012320 01  WS-MAP-BUSCA-MON     PIC X(3).
012330 01  WS-MAP-HALLADO       PIC X VALUE "N".
012340     88  WS-MAP-ENCONTRADO    VALUE "Y".
012350 01  WS-GL-SUSPENSO       PIC X(10) VALUE "SUSPENSO".
012360
012370 01  WS-CLR-ID-DESDE      PIC 9(5) VALUE 70001.
012380 01  WS-CLR-ID-HASTA      PIC 9(5) VALUE 79999.
012390 01  WS-CIE-ID-DESDE      PIC 9(5) VALUE 80001.
012400 01  WS-CIE-ID-HASTA      PIC 9(5) VALUE 89999.
012410 01  WS-CUO-ID-DESDE      PIC 9(5) VALUE 50001.
012420 01  WS-CUO-ID-HASTA      PIC 9(5) VALUE 53999.
012430 01  WS-MOR-ID-DESDE      PIC 9(5) VALUE 54001.
012440 01  WS-MOR-ID-HASTA      PIC 9(5) VALUE 54999.
012450 01  WS-DES-ID-DESDE      PIC 9(5) VALUE 55001.
012460 01  WS-DES-ID-HASTA      PIC 9(5) VALUE 59999.
012470 01  WS-PLA-ID-DESDE      PIC 9(5) VALUE 60001.
012480 01  WS-PLA-ID-HASTA      PIC 9(5) VALUE 69999.
012490
012500******************************************************************
012510* Dual authorization from CONTROL-DUAL.TXT: which operator-keyed
012520* movements need a second approver, and above what PEN amount. A
012530* class the file does not list is not controlled.
012540******************************************************************
012550 01  WS-DUAL-REV-ACTIVO   PIC X VALUE "N".
012560     88  WS-DUAL-CONTROLA-REV VALUE "Y".
012570 01  WS-DUAL-REV-UMBRAL   PIC 9(9)V99 VALUE 0.
012580 01  WS-DUAL-TRF-ACTIVO   PIC X VALUE "N".
012590     88  WS-DUAL-CONTROLA-TRF VALUE "Y".
012600 01  WS-DUAL-TRF-UMBRAL   PIC 9(9)V99 VALUE 0.
012610 01  WS-DUAL-CLA-TMP      PIC X(10).
012620 01  WS-DUAL-VAL-TMP      PIC X(15).
012630 01  WS-DUAL-MONTO-TMP    PIC 9(9)V99 VALUE 0.
012640 01  WS-DUAL-CLASE        PIC X(10).
012650 01  WS-DUAL-RETIENE      PIC X VALUE "N".
012660     88  WS-DUAL-RETENIDA     VALUE "Y".
012670 01  WS-DUAL-VALIDA       PIC X VALUE "N".
012680     88  WS-DUAL-ES-VALIDA    VALUE "Y".
012690 01  WS-CNT-DUAL-RETENIDAS PIC 9(4) COMP VALUE 0.
012700 01  WS-ARCH-ORIGEN       PIC X VALUE "O".
012710     88  WS-ARCH-GENERADO     VALUE "P" "I" "L" "E" "C" "D" "B"
012720                                    "A".
012730     88  WS-ARCH-DE-INTERESES VALUE "I".
012740     88  WS-ARCH-DE-PLANILLA  VALUE "L".
012750     88  WS-ARCH-DE-EMBARGOS  VALUE "E".
012760     88  WS-ARCH-DE-CUOTAS    VALUE "C".
012770     88  WS-ARCH-DE-DESEMBOLSOS VALUE "D".
012780     88  WS-ARCH-DE-CLEARING  VALUE "B".
012790 01  WS-ARCH-CANDIDATO    PIC X VALUE SPACE.
012800 01  WS-ARCH-POS          PIC 9(2) COMP VALUE 0.
012810 01  WS-AUT-ID-DESDE      PIC 9(5) VALUE 45001.
012820 01  WS-AUT-ID-HASTA      PIC 9(5) VALUE 49999.
012830 01  WS-AUT-NUEVO-ID      PIC X(14).
012840 01  WS-AUT-TR-ID-ED      PIC 9(5).
012850 01  WS-REV-AUTORIZADO-LINEA PIC X VALUE "N".
012860     88  WS-REV-AUTORIZADO    VALUE "Y".
012870 01  WS-REV-CLASE-ORIG    PIC X(15).
012880 01  WS-REV-CTA-ORIG      PIC X(10).
012890
012900******************************************************************
012910* AUTORIZACIONES-PENDIENTES.TXT as this run found it, one entry
012920* per held item. USADA marks a released item already posted in
012930* this run, so one approval releases one movement only.
012940******************************************************************
012950 01  WS-AUTP-COUNT        PIC 9(4) COMP VALUE 0.
012960 01  WS-AUTP-TABLE.
012970     05  WS-AUTP-ENTRY OCCURS 1 TO 2000 TIMES
012980             DEPENDING ON WS-AUTP-COUNT
012990             INDEXED BY AUTP-IDX.
013000         10  WS-AUTP-ID      PIC X(14).
013010         10  WS-AUTP-REG     PIC X(171).
013020         10  WS-AUTP-USADA   PIC X(1).
013030             88  WS-AUTP-YA-USADA VALUE "Y".
013040
013050 01  WS-AUTP-LLENO        PIC X VALUE "N".
013060     88  WS-AUTP-LLENAS       VALUE "Y".
013070
013080******************************************************************
013090* One held item of AUTORIZACIONES-PENDIENTES.TXT. ORIGEN "T" is a
013100* posting-run movement, "M" a master change; ESTADO "P" pending,
013110* "L" released on FECHA-RES (as TR-ID NUM-LIB for a movement),
013120* "R" refused by the approver, "X" expired, "U" used. The layout
013130* is shared with MANTENIMIENTO-MAESTRO and AUTORIZA-OPERACIONES.
013140******************************************************************
013150 01  WS-AUT-REG.
013160     05  WS-AUT-ID           PIC X(14).
013170     05  WS-AUT-ORIGEN       PIC X(1).
013180         88  WS-AUT-ES-TRANS      VALUE "T".
013190         88  WS-AUT-ES-MAESTRO    VALUE "M".
013200     05  WS-AUT-ESTADO       PIC X(1).
013210         88  WS-AUT-PENDIENTE     VALUE "P".
013220         88  WS-AUT-LIBERADA      VALUE "L".
013230         88  WS-AUT-RECHAZADA     VALUE "R".
013240         88  WS-AUT-VENCIDA       VALUE "X".
013250         88  WS-AUT-USADA         VALUE "U".
013260     05  WS-AUT-CLASE        PIC X(10).
013270     05  WS-AUT-USR-OPER     PIC X(10).
013280     05  WS-AUT-FECHA-ALTA   PIC X(8).
013290     05  WS-AUT-FECHA-VENCE  PIC X(8).
013300     05  WS-AUT-USR-APROB    PIC X(10).
013310     05  WS-AUT-FECHA-RES    PIC X(8).
013320     05  WS-AUT-MONTO-PEN    PIC 9(9)V99.
013330     05  WS-AUT-NUM-LIB      PIC 9(5).
013340     05  WS-AUT-DATOS        PIC X(85).
013350     05  WS-AUT-DAT-TRANS REDEFINES WS-AUT-DATOS.
013360         10  WS-AUT-T-TIPO       PIC X(15).
013370         10  WS-AUT-T-MONTO      PIC 9(5)V99.
013380         10  WS-AUT-T-CUENTA     PIC X(10).
013390         10  WS-AUT-T-CTA-DEST   PIC X(10).
013400         10  WS-AUT-T-FECHA      PIC X(10).
013410         10  WS-AUT-T-MONEDA     PIC X(3).
013420         10  WS-AUT-T-ID-ORIG    PIC 9(5).
013430         10  WS-AUT-T-CLASE-ORIG PIC X(15).
013440         10  WS-AUT-T-CTA-ORIG   PIC X(10).
013450     05  WS-AUT-DAT-MAESTRO REDEFINES WS-AUT-DATOS.
013460         10  WS-AUT-M-ACCION     PIC X(8).
013470         10  WS-AUT-M-CTAID      PIC X(10).
013480         10  WS-AUT-M-ESTADO     PIC X(1).
013490         10  WS-AUT-M-LIMITE     PIC X(12).
013500         10  WS-AUT-M-PRODUCTO   PIC X(4).
013510         10  WS-AUT-M-ITF        PIC X(1).
013520         10  WS-AUT-M-ESTADO-ANT PIC X(1).
013530         10  WS-AUT-M-LIMITE-ANT PIC S9(9)V99.
013540         10  FILLER              PIC X(37).
013550
013560 01  WS-ASI-CL-ID         PIC 9(5).
013570 01  WS-ASI-CL-TIPO       PIC X(15).
013580 01  WS-ASI-CLASE         PIC X(15).
013590 01  WS-ASI-CUENTA        PIC X(10).
013600 01  WS-ASI-PRODUCTO      PIC X(4).
013610 01  WS-ASI-DEBE          PIC X(10).
013620 01  WS-ASI-HABER         PIC X(10).
013630 01  WS-ASI-CTA-TMP       PIC X(10).
013640 01  WS-ASI-SENTIDO       PIC X VALUE "N".
013650     88  WS-ASI-INVERSO       VALUE "Y".
013660 01  WS-CNT-ASIENTOS      PIC 9(6) COMP VALUE 0.
013670 01  WS-CNT-ASI-SUSPENSO  PIC 9(4) COMP VALUE 0.
013680
013690******************************************************************
013700* Active holds and judicial embargoes, totalled in PEN per account
013710******************************************************************
013720 01  WS-RETENC-COUNT      PIC 9(4) COMP VALUE 0.
013730 01  WS-RETENC-TABLE.
013740     05  WS-RETENC-ENTRY OCCURS 1 TO 200 TIMES
013750             DEPENDING ON WS-RETENC-COUNT
013760             INDEXED BY RET-IDX.
013770         10  WS-RET-CTA-ID   PIC X(10).
013780         10  WS-RET-PEN      PIC S9(9)V99.
013790
013800 01  WS-RETENC-LLENO      PIC X VALUE "N".
013810     88  WS-RETENC-LLENAS     VALUE "Y".
013820 01  WS-RET-CTA-TMP       PIC X(10).
013830 01  WS-RET-ID-TMP        PIC X(10).
013840 01  WS-RET-MTO-TMP       PIC X(12).
013850 01  WS-RET-MON-TMP       PIC X(3).
013860 01  WS-RET-TIP-TMP       PIC X(3).
013870 01  WS-RET-INI-TMP       PIC X(8).
013880 01  WS-RET-VTO-TMP       PIC X(8).
013890 01  WS-RET-REF-TMP       PIC X(20).
013900 01  WS-RET-EJE-TMP       PIC X(1).
013910 01  WS-RET-PEN-TMP       PIC S9(9)V99 VALUE 0.
013920 01  WS-RET-FECHA-OK      PIC X VALUE "N".
013930     88  WS-RET-HAY-FECHA     VALUE "Y".
013940
013950 01  WS-TASAS-COUNT       PIC 9(4) COMP VALUE 0.
013960 01  WS-TASAS-LEIDAS      PIC 9(4) COMP VALUE 0.
013970 01  WS-TASAS-TABLE.
013980     05  WS-TASA-ENTRY OCCURS 1 TO 10 TIMES
013990             DEPENDING ON WS-TASAS-COUNT
014000             INDEXED BY TASA-IDX.
014010         10  WS-TASA-MONEDA  PIC X(3).
014020         10  WS-TASA-VALOR   PIC 9(3)V9999.
014030
014040 01  WS-TASA-COD-TMP      PIC X(3).
014050 01  WS-TASA-VAL-TMP      PIC X(10).
014060
014070 01  WS-TASAS-CIE-STATUS  PIC XX.
014080     88  WS-TASAS-CIE-OK      VALUE "00".
014090 01  WS-TASAS-CIE-EOF     PIC X VALUE "N".
014100     88  WS-TASAS-CIE-FIN     VALUE "Y".
014110 01  WS-TASAS-ANT-PRESENTE PIC X VALUE "N".
014120     88  WS-HAY-TASAS-ANT     VALUE "Y".
014130 01  WS-TASAS-ANT-COUNT   PIC 9(4) COMP VALUE 0.
014140 01  WS-TASAS-ANT-TABLE.
014150     05  WS-TASA-ANT-ENTRY OCCURS 1 TO 10 TIMES
014160             DEPENDING ON WS-TASAS-ANT-COUNT
014170             INDEXED BY TSA-IDX.
014180         10  WS-TSA-MONEDA   PIC X(3).
014190         10  WS-TSA-VALOR    PIC 9(3)V9999.
014200
014210 01  WS-TASA-ANT-ENC      PIC S9(3)V9999 VALUE 0.
014220 01  WS-GP-PEN            PIC S9(9)V99 VALUE 0.
014230 01  WS-GP-PEN-ABS        PIC 9(9)V99 VALUE 0.
014240 01  WS-REV-FX-ID         PIC 9(5) VALUE 99901.
014250 01  WS-TASA-CIE-ED       PIC 9(3).9999.
014260
014270 01  WS-POSMON-STATUS     PIC XX.
014280     88  WS-POSMON-OK         VALUE "00".
014290 01  WS-POSMON-EOF       PIC X VALUE "N".
014300     88  WS-POSMON-FIN        VALUE "Y".
014310 01  WS-POS-COUNT         PIC 9(4) COMP VALUE 0.
014320 01  WS-POS-TABLE.
014330     05  WS-POS-ENTRY OCCURS 1 TO 10 TIMES
014340             DEPENDING ON WS-POS-COUNT
014350             INDEXED BY POS-IDX.
014360         10  WS-POS-MONEDA   PIC X(3).
014370         10  WS-POS-SALDO    PIC S9(9)V99.
014380
014390 01  WS-POS-COD-TMP       PIC X(3).
014400 01  WS-POS-VAL-TMP       PIC X(15).
014410 01  WS-POS-ED            PIC +9(9).99.
014420
014430 01  WS-TSC-ANT-STATUS    PIC XX.
014440     88  WS-TSC-ANT-OK        VALUE "00".
014450 01  WS-POSMON-ANT-STATUS PIC XX.
014460     88  WS-POSMON-ANT-OK     VALUE "00".
014470 01  WS-TSC-RERUN         PIC X VALUE "N".
014480     88  WS-TSC-ES-RERUN      VALUE "Y".
014490 01  WS-POS-RERUN         PIC X VALUE "N".
014500     88  WS-POS-ES-RERUN      VALUE "Y".
014510 01  WS-ROTA-EOF          PIC X VALUE "N".
014520     88  WS-ROTA-FIN          VALUE "Y".
014530 01  WS-TSC-LINEA-TRAB    PIC X(20).
014540 01  WS-POS-LINEA-TRAB    PIC X(20).
014550
014560 01  WS-BUSCA-MONEDA      PIC X(3).
014570 01  WS-TASA-ENCONTRADA   PIC S9(3)V9999 VALUE 0.
014580 01  WS-MONTO-PEN         PIC S9(9)V99   VALUE 0.
014590
014600 01  WS-MONEDAS-COUNT     PIC 9(4) COMP VALUE 0.
014610 01  WS-MONEDAS-TABLE.
014620     05  WS-MONEDAS OCCURS 1 TO 10 TIMES
014630             DEPENDING ON WS-MONEDAS-COUNT
014640             INDEXED BY MON-IDX.
014650         10  WS-MON-CODIGO    PIC X(3).
014660         10  WS-MON-BALANCE   PIC S9(9)V99.
014670         10  WS-MON-CREDITOS  PIC 9(4).
014680         10  WS-MON-DEBITOS   PIC 9(4).
014690
014700 01  WS-MONEDAS-LLENO     PIC X VALUE "N".
014710     88  WS-MONEDAS-LLENAS    VALUE "Y".
014720 01  WS-MON-OK            PIC X VALUE "Y".
014730     88  WS-MON-POSTEABLE     VALUE "Y".
014740
014750 01  WS-DELIM             PIC X VALUE ",".
014760
014770 01  FIELDS.
014780     05  FIELD-ID        PIC X(5).
014790     05  FIELD-TIPO      PIC X(15).
014800     05  FIELD-MONTO     PIC X(10).
014810     05  FIELD-CUENTA    PIC X(10).
014820     05  FIELD-CTA-DEST  PIC X(10).
014830     05  FIELD-FECHA     PIC X(10).
014840     05  FIELD-MONEDA    PIC X(3).
014850     05  FIELD-USUARIO   PIC X(10).
014860     05  FIELD-AUTORIZ   PIC X(14).
014870
014880 01  WS-EXCEP-LINEA.
014890     05  FILLER          PIC X(7)  VALUE "LINEA #".
014900     05  WS-EXC-LINENO   PIC ZZZZZ9.
014910     05  FILLER          PIC X(3)  VALUE " - ".
014920     05  WS-EXC-RAZON    PIC X(48).
014930     05  FILLER          PIC X(3)  VALUE " - ".
014940     05  WS-EXC-TEXTO    PIC X(120).
014950
014960 01  WS-REPORT-LINE-CTR   PIC 9(4) COMP VALUE 0.
014970
014980 01  WS-HEADER-1.
014990     05  FILLER          PIC X(45) VALUE
015000         "REPORTE DE TRANSACCIONES - INTERBANK ACADEMY".
015010
015020 01  WS-HEADER-2.
015030     05  FILLER          PIC X(46) VALUE ALL "-".
015040
015050 01  WS-DETALLE-LINEA.
015060     05  FILLER          PIC X(4)  VALUE "ID: ".
015070     05  WS-DET-ID       PIC 9(5).
015080     05  FILLER          PIC X(4)  VALUE "  T:".
015090     05  WS-DET-TIPO     PIC X(15).
015100     05  FILLER          PIC X(4)  VALUE "  M:".
015110     05  WS-DET-MONTO    PIC Z(4)9.99.
015120     05  FILLER          PIC X(2)  VALUE " (".
015130     05  WS-DET-MONEDA   PIC X(3).
015140     05  FILLER          PIC X(2)  VALUE ") ".
015150     05  FILLER          PIC X(4)  VALUE "  B:".
015160     05  WS-DET-BALANCE  PIC -(9)9.99.
015170
015180 01  WS-GL-LINEA.
015190     05  WS-GL-ID        PIC 9(5).
015200     05  WS-GL-TIPO      PIC X(15).
015210     05  WS-GL-MONEDA    PIC X(3).
015220     05  WS-GL-MONTO     PIC 9(7)V99.
015230     05  WS-GL-BALANCE   PIC S9(9)V99 SIGN LEADING SEPARATE.
015240
015250******************************************************************
015260* One journal leg (DH "D" debe / "H" haber); two per GL record.
015270* MONTO is the PEN amount of the record; SUSPENSO "S" marks a leg
015280* parked in the suspense account for want of a mapping.
015290******************************************************************
015300 01  WS-ASIENTO-LINEA.
015310     05  WS-ASN-ID       PIC 9(5).
015320     05  WS-ASN-TIPO     PIC X(15).
015330     05  WS-ASN-CLASE    PIC X(15).
015340     05  WS-ASN-CUENTA   PIC X(10).
015350     05  WS-ASN-PRODUCTO PIC X(4).
015360     05  WS-ASN-MONEDA   PIC X(3).
015370     05  WS-ASN-GL-CTA   PIC X(10).
015380     05  WS-ASN-DH       PIC X(1).
015390     05  WS-ASN-MONTO    PIC 9(9)V99.
015400     05  WS-ASN-SUSPENSO PIC X(1).
015410
015420 01  WS-TOTALES-LINEA.
015430     05  FILLER          PIC X(30) VALUE
015440         "BALANCE FINAL (CONSOL. PEN): ".
015450     05  WS-TOT-BALANCE  PIC -(9)9.99.
015460
015470 01  WS-MAYOR-LINEA.
015480     05  FILLER          PIC X(32) VALUE
015490         "TRANSACCION DE MAYOR MONTO: ID ".
015500     05  WS-MAY-ID       PIC 9(5).
015510     05  FILLER          PIC X(3)  VALUE " - ".
015520     05  WS-MAY-MONTO    PIC Z(6)9.99.
015530
015540 01  WS-MENOR-LINEA.
015550     05  FILLER          PIC X(32) VALUE
015560         "TRANSACCION DE MENOR MONTO: ID ".
015570     05  WS-MEN-ID       PIC 9(5).
015580     05  FILLER          PIC X(3)  VALUE " - ".
015590     05  WS-MEN-MONTO    PIC Z(6)9.99.
015600
015610 01  WS-PROMEDIO-LINEA.
015620     05  FILLER          PIC X(20) VALUE
015630         "MONTO PROMEDIO:     ".
015640     05  WS-PROM-MONTO   PIC Z(6)9.99.
015650
015660 01  WS-CONTEO-LINEA.
015670     05  FILLER          PIC X(28) VALUE
015680         "CONTEO DE TRANSACCIONES:  C:".
015690     05  WS-CNT-CREDITO  PIC ZZZ9.
015700     05  FILLER          PIC X(4)  VALUE "  D:".
015710     05  WS-CNT-DEBITO   PIC ZZZ9.
015720
015730 01  WS-RECHAZO-LINEA.
015740     05  FILLER          PIC X(28) VALUE
015750         "REGISTROS RECHAZADOS:       ".
015760     05  WS-CNT-RECHAZOS PIC ZZZ9.
015770
015780 01  WS-ITF-RESUMEN.
015790     05  FILLER          PIC X(28) VALUE
015800         "ITF RETENIDO (NETO PEN):    ".
015810     05  WS-ITF-RES-NETO PIC -(9)9.99.
015820     05  FILLER          PIC X(10) VALUE "  LINEAS: ".
015830     05  WS-ITF-RES-CNT  PIC ZZZZZ9.
015840
015850 01  WS-RET-RESUMEN.
015860     05  FILLER          PIC X(28) VALUE
015870         "RECHAZOS POR RETENCION:     ".
015880     05  WS-RET-RES-CNT  PIC ZZZ9.
015890
015900 01  WS-ASI-RESUMEN.
015910     05  FILLER          PIC X(28) VALUE
015920         "ASIENTOS CONTABLES (LEGS):  ".
015930     05  WS-ASI-RES-CNT  PIC ZZZZZ9.
015940     05  FILLER          PIC X(15) VALUE "  EN SUSPENSO: ".
015950     05  WS-ASI-RES-SUS  PIC ZZZ9.
015960
015970 01  WS-DUAL-RESUMEN.
015980     05  FILLER          PIC X(28) VALUE
015990         "RETENIDAS AUTORIZ. DUAL:    ".
016000     05  WS-DUAL-RES-CNT PIC ZZZ9.
016010
016020 01  WS-CONTROL-HEADER.
016030     05  FILLER          PIC X(23) VALUE
016040         "CONTROL DE CIERRE:     ".
016050
016060 01  WS-CONTROL-CNT-LINEA.
016070     05  FILLER          PIC X(23) VALUE
016080         "  REGISTROS ESPERADOS: ".
016090     05  WS-CTL-CNT-ESP  PIC ZZZZZ9.
016100     05  FILLER          PIC X(14) VALUE
016110         "  PROCESADOS: ".
016120     05  WS-CTL-CNT-ACT  PIC ZZZZZ9.
016130     05  FILLER          PIC X(3)  VALUE SPACES.
016140     05  WS-CTL-CNT-EST  PIC X(10).
016150
016160 01  WS-CONTROL-MTO-LINEA.
016170     05  FILLER          PIC X(23) VALUE
016180         "  MONTO ESPERADO:      ".
016190     05  WS-CTL-MTO-ESP  PIC -(9)9.99.
016200     05  FILLER          PIC X(14) VALUE
016210         "  BALANCE:    ".
016220     05  WS-CTL-MTO-ACT  PIC -(9)9.99.
016230     05  FILLER          PIC X(3)  VALUE SPACES.
016240     05  WS-CTL-MTO-EST  PIC X(10).
016250
016260 01  WS-CONTROL-SIN-LINEA.
016270     05  FILLER          PIC X(48) VALUE
016280         "  (SIN REGISTRO DE CONTROL AL FINAL DEL ARCHIVO)".
016290
016300 01  WS-CUENTAS-HEADER.
016310     05  FILLER          PIC X(28) VALUE
016320         "BALANCE POR CUENTA (PEN):   ".
016330
016340 01  WS-CUENTA-LINEA.
016350     05  FILLER          PIC X(9)  VALUE "  CUENTA ".
016360     05  WS-CTA-LIN-ID   PIC X(10).
016370     05  FILLER          PIC X(13) VALUE "  BALANCE:   ".
016380     05  WS-CTA-LIN-BAL  PIC -(9)9.99.
016390
016400 01  WS-FECHAS-HEADER.
016410     05  FILLER          PIC X(28) VALUE
016420         "SUBTOTAL POR FECHA (PEN):   ".
016430
016440 01  WS-FECHA-LINEA.
016450     05  FILLER          PIC X(9)  VALUE "  FECHA  ".
016460     05  WS-FCH-LIN-FECHA PIC X(10).
016470     05  FILLER          PIC X(11) VALUE "  MOVTO:   ".
016480     05  WS-FCH-LIN-BAL   PIC -(9)9.99.
016490     05  FILLER          PIC X(6)  VALUE "  C:  ".
016500     05  WS-FCH-LIN-CRED  PIC ZZZ9.
016510     05  FILLER          PIC X(4)  VALUE "  D:".
016520     05  WS-FCH-LIN-DEB   PIC ZZZ9.
016530
016540 01  WS-MONEDAS-HEADER.
016550     05  FILLER          PIC X(23) VALUE
016560         "BALANCE POR MONEDA:    ".
016570
016580 01  WS-MONEDA-LINEA.
016590     05  FILLER          PIC X(9)  VALUE "  MONEDA ".
016600     05  WS-MON-LIN-CODIGO PIC X(3).
016610     05  FILLER          PIC X(11) VALUE "  BALANCE: ".
016620     05  WS-MON-LIN-BAL    PIC -(9)9.99.
016630     05  FILLER          PIC X(6)  VALUE "  C:  ".
016640     05  WS-MON-LIN-CRED   PIC ZZZ9.
016650     05  FILLER          PIC X(4)  VALUE "  D:".
016660     05  WS-MON-LIN-DEB    PIC ZZZ9.
016670
016680 01  WS-CUENTA-CSV-LINEA.
016690     05  WS-CTA-CSV-ID     PIC X(10).
016700     05  FILLER            PIC X(1)  VALUE ",".
016710     05  WS-CTA-CSV-BAL    PIC -(9)9.99.
016720
016730 01  WS-FECHA-CSV-LINEA.
016740     05  WS-FCH-CSV-FECHA  PIC X(10).
016750     05  FILLER            PIC X(1)  VALUE ",".
016760     05  WS-FCH-CSV-BAL    PIC -(9)9.99.
016770     05  FILLER            PIC X(1)  VALUE ",".
016780     05  WS-FCH-CSV-CRED   PIC 9(4).
016790     05  FILLER            PIC X(1)  VALUE ",".
016800     05  WS-FCH-CSV-DEB    PIC 9(4).
016810
016820 01  WS-MONEDA-CSV-LINEA.
016830     05  WS-MON-CSV-CODIGO PIC X(3).
016840     05  FILLER            PIC X(1)  VALUE ",".
016850     05  WS-MON-CSV-BAL    PIC -(9)9.99.
016860     05  FILLER            PIC X(1)  VALUE ",".
016870     05  WS-MON-CSV-CRED   PIC 9(4).
016880     05  FILLER            PIC X(1)  VALUE ",".
016890     05  WS-MON-CSV-DEB    PIC 9(4).
016900
016910 01  WS-REVISION-LINEA.
016920     05  FILLER          PIC X(4)  VALUE "ID: ".
016930     05  WS-RVS-LIN-ID   PIC 9(5).
016940     05  FILLER          PIC X(9)  VALUE "  CUENTA ".
016950     05  WS-RVS-LIN-CTA  PIC X(10).
016960     05  FILLER          PIC X(4)  VALUE "  T:".
016970     05  WS-RVS-LIN-TIPO PIC X(15).
016980     05  FILLER          PIC X(9)  VALUE "  M.PEN: ".
016990     05  WS-RVS-LIN-PEN  PIC -(9)9.99.
017000     05  FILLER          PIC X(2)  VALUE " (".
017010     05  WS-RVS-LIN-MONTO PIC Z(4)9.99.
017020     05  FILLER          PIC X(1)  VALUE " ".
017030     05  WS-RVS-LIN-MON  PIC X(3).
017040     05  FILLER          PIC X(2)  VALUE ") ".
017050     05  FILLER          PIC X(8)  VALUE " FECHA: ".
017060     05  WS-RVS-LIN-FECHA PIC X(10).
017070
017080 01  WS-INACT-HEADER-1.
017090     05  FILLER          PIC X(36) VALUE
017100         "REPORTE DE INACTIVIDAD POR CUENTA - ".
017110     05  WS-INA-HDR-FECHA PIC X(8).
017120
017130 01  WS-INACT-LINEA.
017140     05  FILLER          PIC X(9)  VALUE "  CUENTA ".
017150     05  WS-INA-LIN-CTA  PIC X(10).
017160     05  FILLER          PIC X(12) VALUE "  ULT.MOVTO ".
017170     05  WS-INA-LIN-FECHA PIC X(10).
017180     05  FILLER          PIC X(7)  VALUE "  DIAS ".
017190     05  WS-INA-LIN-DIAS PIC ZZZZ9.
017200     05  FILLER          PIC X(2)  VALUE "  ".
017210     05  WS-INA-LIN-BANDA PIC X(12).
017220
017230 01  WS-INACT-RESUMEN.
017240     05  FILLER          PIC X(20) VALUE
017250         "  EN ALERTA (180+): ".
017260     05  WS-INA-RES-ALERTA PIC ZZZZ9.
017270     05  FILLER          PIC X(20) VALUE
017280         "  INACTIVAS (365+): ".
017290     05  WS-INA-RES-DORM PIC ZZZZ9.
017300
017310 01  WS-PROPUESTA-LINEA   PIC X(30).
017320
017330 01  WS-RETINF-HEADER-1.
017340     05  FILLER          PIC X(36) VALUE
017350         "REPORTE DE RETENCIONES Y EMBARGOS - ".
017360     05  WS-RTI-HDR-FECHA PIC X(8).
017370
017380 01  WS-RETINF-HEADER-2.
017390     05  FILLER          PIC X(40) VALUE
017400         "  CUENTA       SALDO CONTABLE      RETEN".
017410     05  FILLER          PIC X(36) VALUE
017420         "IDO     DISPONIBLE   (PEN)".
017430
017440 01  WS-RETINF-LINEA.
017450     05  FILLER          PIC X(2)  VALUE SPACES.
017460     05  WS-RTI-LIN-CTA  PIC X(10).
017470     05  FILLER          PIC X(2)  VALUE SPACES.
017480     05  WS-RTI-LIN-SALDO PIC -(9)9.99.
017490     05  FILLER          PIC X(2)  VALUE SPACES.
017500     05  WS-RTI-LIN-RETEN PIC -(9)9.99.
017510     05  FILLER          PIC X(2)  VALUE SPACES.
017520     05  WS-RTI-LIN-DISP PIC -(9)9.99.
017530     05  FILLER          PIC X(1)  VALUE SPACES.
017540     05  WS-RTI-LIN-MARCA PIC X(12).
017550
017560 01  WS-RETINF-TOTAL.
017570     05  FILLER          PIC X(14) VALUE "  TOTAL       ".
017580     05  WS-RTI-TOT-SALDO PIC -(9)9.99.
017590     05  FILLER          PIC X(2)  VALUE SPACES.
017600     05  WS-RTI-TOT-RETEN PIC -(9)9.99.
017610     05  FILLER          PIC X(2)  VALUE SPACES.
017620     05  WS-RTI-TOT-DISP PIC -(9)9.99.
017630
017640 01  WS-RTI-SUMA-SALDO    PIC S9(9)V99 VALUE 0.
017650 01  WS-RTI-SUMA-RETEN    PIC S9(9)V99 VALUE 0.
017660 01  WS-RTI-DISPONIBLE    PIC S9(9)V99 VALUE 0.
017670 01  WS-RTI-HALLADA       PIC X VALUE "N".
017680     88  WS-RTI-CTA-HALLADA   VALUE "Y".
017690
017700 01  WS-SOSP-CABECERA.
017710     05  FILLER          PIC X(4)  VALUE "ID: ".
017720     05  WS-SOS-ID       PIC 9(5).
017730     05  FILLER          PIC X(9)  VALUE "  CUENTA ".
017740     05  WS-SOS-CTA      PIC X(10).
017750     05  FILLER          PIC X(4)  VALUE "  T:".
017760     05  WS-SOS-TIPO     PIC X(15).
017770     05  FILLER          PIC X(9)  VALUE "  M.PEN: ".
017780     05  WS-SOS-PEN      PIC -(9)9.99.
017790     05  FILLER          PIC X(2)  VALUE "  ".
017800     05  WS-SOS-RAZON    PIC X(40).
017810     05  FILLER          PIC X(2)  VALUE "  ".
017820     05  WS-SOS-ACCION   PIC X(9).
017830
017840 01  WS-SOSP-MOV-HEADER.
017850     05  FILLER          PIC X(34) VALUE
017860         "  MOVIMIENTOS DEL DIA DE LA CUENTA".
017870
017880 01  WS-SOSP-MOV-LINEA.
017890     05  FILLER          PIC X(8)  VALUE "    ID: ".
017900     05  WS-SMV-ID       PIC 9(5).
017910     05  FILLER          PIC X(4)  VALUE "  T:".
017920     05  WS-SMV-TIPO     PIC X(15).
017930     05  FILLER          PIC X(4)  VALUE "  M:".
017940     05  WS-SMV-MONTO    PIC Z(4)9.99.
017950     05  FILLER          PIC X(2)  VALUE " (".
017960     05  WS-SMV-MONEDA   PIC X(3).
017970     05  FILLER          PIC X(2)  VALUE ") ".
017980     05  FILLER          PIC X(5)  VALUE "  C: ".
017990     05  WS-SMV-CUENTA   PIC X(10).
018000     05  FILLER          PIC X(5)  VALUE "  D: ".
018010     05  WS-SMV-DEST     PIC X(10).
018020     05  FILLER          PIC X(5)  VALUE "  F: ".
018030     05  WS-SMV-FECHA    PIC X(10).
018040
018050************************************************************
018060* One archive record, fixed columns, logically keyed by the
018070* business date and the TR-ID. WS-AH-ID-ORIG carries the reversed
018080* transaction's TR-ID on a reversal row and zero otherwise.
018090******************************************************************
018100 01  WS-ARCHHIST-LINEA.
018110     05  WS-AH-FECHA-PROC PIC X(8).
018120     05  WS-AH-ID        PIC 9(5).
018130     05  WS-AH-TIPO      PIC X(15).
018140     05  WS-AH-CUENTA    PIC X(10).
018150     05  WS-AH-CTA-DEST  PIC X(10).
018160     05  WS-AH-MONTO     PIC 9(5)V99.
018170     05  WS-AH-MONEDA    PIC X(3).
018180     05  WS-AH-MONTO-PEN PIC S9(9)V99 SIGN LEADING SEPARATE.
018190     05  WS-AH-FECHA     PIC X(10).
018200     05  WS-AH-ID-ORIG   PIC 9(5).
018210
018220 01  WS-SOSP-RESUMEN.
018230     05  FILLER          PIC X(22) VALUE
018240         "VELOCIDAD: RECHAZADAS ".
018250     05  WS-SOS-RES-RCH  PIC ZZZ9.
018260     05  FILLER          PIC X(12) VALUE "  MARCADAS  ".
018270     05  WS-SOS-RES-MRC  PIC ZZZ9.
018280
018290 01  WS-CLEARING-LINEA.
018300     05  WS-CLR-BANCO    PIC X(4).
018310     05  WS-CLR-CTA      PIC X(10).
018320     05  WS-CLR-MONTO    PIC 9(7)V99.
018330     05  WS-CLR-MONEDA   PIC X(3).
018340     05  WS-CLR-FECHA    PIC X(8).
018350     05  WS-CLR-REF      PIC 9(5).
018360
018370 01  WS-CLEARING-TRAILER.
018380     05  FILLER          PIC X(3)  VALUE "TRL".
018390     05  WS-CLT-COUNT    PIC 9(6).
018400     05  WS-CLT-HASH     PIC S9(9)V99 SIGN LEADING SEPARATE.
018410
018420 01  WS-EXT-HEADER.
018430     05  FILLER          PIC X(39) VALUE
018440         "TRANSFERENCIAS INTERBANCARIAS ENVIADAS:".
018450
018460 01  WS-EXT-LINEA-RPT.
018470     05  FILLER          PIC X(8)  VALUE "  BANCO ".
018480     05  WS-EXT-LIN-BANCO PIC X(4).
018490     05  FILLER          PIC X(9)  VALUE "  CUENTA ".
018500     05  WS-EXT-LIN-CTA  PIC X(10).
018510     05  FILLER          PIC X(5)  VALUE "  M: ".
018520     05  WS-EXT-LIN-MONTO PIC Z(4)9.99.
018530     05  FILLER          PIC X(2)  VALUE " (".
018540     05  WS-EXT-LIN-MON  PIC X(3).
018550     05  FILLER          PIC X(2)  VALUE ") ".
018560     05  FILLER          PIC X(6)  VALUE " REF: ".
018570     05  WS-EXT-LIN-REF  PIC 9(5).
018580
018590 01  WS-EXT-RESUMEN.
018600     05  FILLER          PIC X(14) VALUE "  ENVIADAS:   ".
018610     05  WS-EXT-RES-CNT  PIC ZZZZ9.
018620     05  FILLER          PIC X(14) VALUE "  TOTAL PEN:  ".
018630     05  WS-EXT-RES-TOT  PIC -(9)9.99.
018640
018650 01  WS-REVAL-HEADER.
018660     05  FILLER          PIC X(31) VALUE
018670         "REVALUACION DE POSICIONES FX:  ".
018680
018690 01  WS-REVAL-LINEA.
018700     05  FILLER          PIC X(9)  VALUE "  MONEDA ".
018710     05  WS-RVL-MONEDA   PIC X(3).
018720     05  FILLER          PIC X(9)  VALUE "  SALDO: ".
018730     05  WS-RVL-SALDO    PIC -(9)9.99.
018740     05  FILLER          PIC X(7)  VALUE "  ANT: ".
018750     05  WS-RVL-TASA-ANT PIC ZZ9.9999.
018760     05  FILLER          PIC X(7)  VALUE "  HOY: ".
018770     05  WS-RVL-TASA-HOY PIC ZZ9.9999.
018780     05  FILLER          PIC X(11) VALUE "  G/P PEN: ".
018790     05  WS-RVL-GP       PIC -(9)9.99.
018800
018810 01  WS-REVAL-SIN-LINEA.
018820     05  FILLER          PIC X(46) VALUE
018830         "  (SIN TASAS DE CIERRE PREVIAS PARA COMPARAR)".
018840
018850 PROCEDURE DIVISION.
018860******************************************************************
018870* 0000-MAINLINE
018880******************************************************************
018890 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018910     PERFORM 1900-PROCESS-ARCHIVOS THRU 1900-EXIT.
018920     PERFORM 8000-SHOW-REPORT THRU 8000-EXIT.
018930     PERFORM 8870-REVALUA-FX THRU 8870-EXIT.
018940     PERFORM 8900-INFORME-INACTIVIDAD THRU 8900-EXIT.
018950     PERFORM 8930-INFORME-RETENCIONES THRU 8930-EXIT.
018960     PERFORM 9999-TERMINATE THRU 9999-EXIT.
018970     STOP RUN.
018980
018990******************************************************************
019000* 1000-INITIALIZE - Open input and output files
019010******************************************************************
019020 1000-INITIALIZE.
019030     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT.
019040     PERFORM 1040-BUILD-FILENAMES THRU 1040-EXIT.
019050     PERFORM 1020-LOAD-ARCHIVOS THRU 1020-EXIT.
019060     PERFORM 1400-LOAD-TASAS THRU 1400-EXIT.
019070     PERFORM 1450-LOAD-TASAS-ANT THRU 1450-EXIT.
019080     PERFORM 1470-LOAD-POSICIONES THRU 1470-EXIT.
019090     PERFORM 1500-LOAD-MAESTRO THRU 1500-EXIT.
019100     PERFORM 1550-LOAD-ULTMOV THRU 1550-EXIT.
019110     PERFORM 1650-LOAD-BANCOS THRU 1650-EXIT.
019120     PERFORM 1670-LOAD-REGLAS THRU 1670-EXIT.
019130     PERFORM 1600-LOAD-UMBRAL THRU 1600-EXIT.
019140     PERFORM 1610-LOAD-TASA-ITF THRU 1610-EXIT.
019150     PERFORM 1620-LOAD-RETENCIONES THRU 1620-EXIT.
019160     PERFORM 1690-LOAD-MAPEO THRU 1690-EXIT.
019170     PERFORM 1700-LOAD-CONTROL-DUAL THRU 1700-EXIT.
019180     PERFORM 1720-LOAD-AUTORIZACIONES THRU 1720-EXIT.
019190     PERFORM 1050-READ-CHECKPOINT THRU 1050-EXIT.
019200     PERFORM 1740-LOAD-ITF-COBRADO THRU 1740-EXIT.
019210     IF WS-RESTART-LINE > 0 OR WS-ARCH-IDX-ACTUAL > 1
019220         OPEN EXTEND REPORTE-FILE
019230         IF WS-REPORTE-NOFILE
019240             OPEN OUTPUT REPORTE-FILE
019250             WRITE REPORTE-LINE FROM WS-HEADER-2
019260             WRITE REPORTE-LINE FROM WS-HEADER-1
019270             WRITE REPORTE-LINE FROM WS-HEADER-2
019280             MOVE SPACES TO REPORTE-LINE
019290             WRITE REPORTE-LINE
019300         END-IF
019310         OPEN EXTEND EXCEP-FILE
019320         IF WS-EXCEP-NOFILE
019330             OPEN OUTPUT EXCEP-FILE
019340         END-IF
019350         OPEN EXTEND GL-FILE
019360         IF WS-GL-NOFILE
019370             OPEN OUTPUT GL-FILE
019380         END-IF
019390         OPEN EXTEND ASIENTO-FILE
019400         IF WS-ASIENTO-NOFILE
019410             OPEN OUTPUT ASIENTO-FILE
019420         END-IF
019430         OPEN EXTEND REVISION-FILE
019440         IF WS-REVISION-NOFILE
019450             OPEN OUTPUT REVISION-FILE
019460         END-IF
019470         OPEN EXTEND CLEARING-FILE
019480         IF WS-CLEARING-NOFILE
019490             OPEN OUTPUT CLEARING-FILE
019500         END-IF
019510         OPEN EXTEND SOSP-FILE
019520         IF WS-SOSP-NOFILE
019530             OPEN OUTPUT SOSP-FILE
019540         END-IF
019550         OPEN EXTEND ARCHHIST-FILE
019560         IF WS-ARCHHIST-NOFILE
019570             OPEN OUTPUT ARCHHIST-FILE
019580         END-IF
019590     ELSE
019600         OPEN OUTPUT REPORTE-FILE
019610         WRITE REPORTE-LINE FROM WS-HEADER-2
019620         WRITE REPORTE-LINE FROM WS-HEADER-1
019630         WRITE REPORTE-LINE FROM WS-HEADER-2
019640         MOVE SPACES TO REPORTE-LINE
019650         WRITE REPORTE-LINE
019660         OPEN OUTPUT EXCEP-FILE
019670         OPEN OUTPUT GL-FILE
019680         OPEN OUTPUT ASIENTO-FILE
019690         OPEN OUTPUT REVISION-FILE
019700         OPEN OUTPUT CLEARING-FILE
019710         OPEN OUTPUT SOSP-FILE
019720*        The archive is permanent, never date-stamped - a fresh
019730*        business day still appends to the same cumulative file.
019740*        A fresh (non-restart) run first drops the business
019750*        date's own rows from the archive, so an operator rerun
019760*        of the same date replaces the day instead of archiving
019770*        it twice - the same rerun safety every date-stamped
019780*        output already has. A checkpoint restart must NOT purge:
019790*        the rows already archived before the failure are the
019800*        ones the resumed run is skipping past.
019810         PERFORM 1055-DEPURA-ARCHHIST THRU 1055-EXIT
019820         OPEN EXTEND ARCHHIST-FILE
019830         IF WS-ARCHHIST-NOFILE
019840             OPEN OUTPUT ARCHHIST-FILE
019850         END-IF
019860     END-IF.
019870 1000-EXIT.
019880     EXIT.
019890
019900******************************************************************
019910* 1020-LOAD-ARCHIVOS - Load the ordered list of intraday drop files
019920*                      to process from ARCHIVOS.TXT (one filename
019930*                      per line). Falls back to the single file
019940*                      data.csv if ARCHIVOS.TXT is missing or has
019950*                      no usable rows, so a run started before the
019960*                      control file is dropped still posts.
019970******************************************************************
019980 1020-LOAD-ARCHIVOS.
019990     MOVE 0 TO WS-ARCHIVOS-COUNT
020000     MOVE "N" TO WS-ARCHIVOS-FIN
020010     OPEN INPUT ARCHIVOS-FILE
020020     IF NOT WS-ARCHIVOS-OK
020030         PERFORM 1025-DEFAULT-ARCHIVOS THRU 1025-EXIT
020040         GO TO 1020-EXIT
020050     END-IF
020060     PERFORM UNTIL WS-ARCHIVOS-FINAL
020070         READ ARCHIVOS-FILE
020080             AT END
020090                 SET WS-ARCHIVOS-FINAL TO TRUE
020100             NOT AT END
020110                 IF ARCHIVOS-LINE NOT = SPACES
020120                     PERFORM 1022-ADD-ARCHIVO THRU 1022-EXIT
020130                 END-IF
020140         END-READ
020150     END-PERFORM
020160     CLOSE ARCHIVOS-FILE
020170     IF WS-ARCHIVOS-COUNT = 0
020180         PERFORM 1025-DEFAULT-ARCHIVOS THRU 1025-EXIT
020190     END-IF.
020200 1020-EXIT.
020210     EXIT.
020220
020230******************************************************************
020240* 1022-ADD-ARCHIVO - Append one filename read from ARCHIVOS.TXT to
020250*                    the working file-list table, bounded at 20
020260*                    entries per run
020270******************************************************************
020280 1022-ADD-ARCHIVO.
020290     IF WS-ARCHIVOS-COUNT NOT < 20
020300         DISPLAY "ADVERTENCIA: LISTA DE ARCHIVOS LLENA (20)"
020310             " - SE IGNORAN ARCHIVOS ADICIONALES"
020320         GO TO 1022-EXIT
020330     END-IF
020340     ADD 1 TO WS-ARCHIVOS-COUNT
020350     MOVE ARCHIVOS-LINE TO WS-ARCH-NOMBRE (WS-ARCHIVOS-COUNT).
020360 1022-EXIT.
020370     EXIT.
020380
020390******************************************************************
020400* 1025-DEFAULT-ARCHIVOS - No ARCHIVOS.TXT control file was supplied,
020410*                         so process just the original single file
020420******************************************************************
020430 1025-DEFAULT-ARCHIVOS.
020440     MOVE 1 TO WS-ARCHIVOS-COUNT
020450     MOVE "data.csv" TO WS-ARCH-NOMBRE (1).
020460 1025-EXIT.
020470     EXIT.
020480
020490******************************************************************
020500* 1030-LOAD-FECHA-PROCESO - Read the business date for this run from
020510*                          FECHA-PROCESO.TXT (YYYYMMDD on the first
020520*                          line) so the output files can be stamped
020530*                          with it. WS-BATCH-FECHA keeps its
020540*                          "SINFECHA" default if the control file is
020550*                          missing or blank.
020560******************************************************************
020570 1030-LOAD-FECHA-PROCESO.
020580     OPEN INPUT FECHA-PROC-FILE
020590     IF NOT WS-FECHAPROC-OK
020600         GO TO 1030-EXIT
020610     END-IF
020620     READ FECHA-PROC-FILE
020630         AT END
020640             CONTINUE
020650         NOT AT END
020660             IF FECHA-PROC-LINE (1:8) NOT = SPACES
020670                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
020680             END-IF
020690     END-READ
020700     CLOSE FECHA-PROC-FILE.
020710 1030-EXIT.
020720     EXIT.
020730
020740******************************************************************
020750* 1040-BUILD-FILENAMES - Build the date-stamped output filenames for
020760*                        this run from WS-BATCH-FECHA, so REPORTE.TXT/
020770*                        EXCEPCIONES.TXT/GLFEED.TXT/CHECKPOINT.DAT no
020780*                        longer collide across business days and a
020790*                        rerun of today's file does not clobber or
020800*                        silently append to yesterday's.
020810******************************************************************
020820 1040-BUILD-FILENAMES.
020830     MOVE SPACES TO WS-REPORTE-FILENAME
020840     STRING "REPORTE-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
020850         INTO WS-REPORTE-FILENAME
020860     MOVE SPACES TO WS-EXCEP-FILENAME
020870     STRING "EXCEPCIONES-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
020880         INTO WS-EXCEP-FILENAME
020890     MOVE SPACES TO WS-GL-FILENAME
020900     STRING "GLFEED-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
020910         INTO WS-GL-FILENAME
020920     MOVE SPACES TO WS-ASIENTO-FILENAME
020930     STRING "ASIENTOS-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
020940         INTO WS-ASIENTO-FILENAME
020950     MOVE SPACES TO WS-CHECKPOINT-FILENAME
020960     STRING "CHECKPOINT-" WS-BATCH-FECHA ".DAT" DELIMITED BY SIZE
020970         INTO WS-CHECKPOINT-FILENAME
020980     MOVE SPACES TO WS-CUENTAS-CSV-FILENAME
020990     STRING "CUENTAS-" WS-BATCH-FECHA ".CSV" DELIMITED BY SIZE
021000         INTO WS-CUENTAS-CSV-FILENAME
021010     MOVE SPACES TO WS-FECHAS-CSV-FILENAME
021020     STRING "FECHAS-" WS-BATCH-FECHA ".CSV" DELIMITED BY SIZE
021030         INTO WS-FECHAS-CSV-FILENAME
021040     MOVE SPACES TO WS-MONEDAS-CSV-FILENAME
021050     STRING "MONEDAS-" WS-BATCH-FECHA ".CSV" DELIMITED BY SIZE
021060         INTO WS-MONEDAS-CSV-FILENAME
021070     MOVE SPACES TO WS-ALERTA-FILENAME
021080     STRING "ALERTA-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
021090         INTO WS-ALERTA-FILENAME
021100     MOVE SPACES TO WS-REVISION-FILENAME
021110     STRING "REVISION-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
021120         INTO WS-REVISION-FILENAME
021130     MOVE SPACES TO WS-INACTIV-FILENAME
021140     STRING "INACTIVIDAD-" WS-BATCH-FECHA ".TXT"
021150         DELIMITED BY SIZE INTO WS-INACTIV-FILENAME
021160     MOVE SPACES TO WS-RETINF-FILENAME
021170     STRING "RETENCIONES-" WS-BATCH-FECHA ".TXT"
021180         DELIMITED BY SIZE INTO WS-RETINF-FILENAME
021190     MOVE SPACES TO WS-PROPUESTAS-FILENAME
021200     STRING "PROPUESTAS-ESTADO-" WS-BATCH-FECHA ".TXT"
021210         DELIMITED BY SIZE INTO WS-PROPUESTAS-FILENAME
021220     MOVE SPACES TO WS-CLEARING-FILENAME
021230     STRING "INTERBANCARIO-" WS-BATCH-FECHA ".TXT"
021240         DELIMITED BY SIZE INTO WS-CLEARING-FILENAME
021250     MOVE SPACES TO WS-SOSP-FILENAME
021260     STRING "SOSPECHOSAS-" WS-BATCH-FECHA ".TXT"
021270         DELIMITED BY SIZE INTO WS-SOSP-FILENAME.
021280 1040-EXIT.
021290     EXIT.
021300******************************************************************
021310* 1050-READ-CHECKPOINT - If CHECKPOINT.DAT exists from a prior run
021320*                        that was killed mid-file, restore the full
021330*                        accumulator state (balances, counts, and
021340*                        the account/date/currency tables) from it,
021350*                        not just the last line number, so a restart
021360*                        reflects the whole day's activity instead of
021370*                        only the tail processed after the restart
021380*                        point.
021390******************************************************************
021400 1050-READ-CHECKPOINT.
021410     OPEN INPUT CHECKPOINT-FILE
021420     IF NOT WS-CKPT-OK
021430         GO TO 1050-EXIT
021440     END-IF
021450     READ CHECKPOINT-FILE
021460         AT END
021470             CONTINUE
021480         NOT AT END
021490             MOVE CKPT-LINE-NUM         TO WS-RESTART-LINE
021500             MOVE CKPT-BALANCE          TO WS-BALANCE
021510             MOVE CKPT-MAX-MONTO        TO WS-MAX-MONTO
021520             MOVE CKPT-MAX-ID           TO WS-MAX-ID
021530             MOVE CKPT-MIN-MONTO        TO WS-MIN-MONTO
021540             MOVE CKPT-MIN-ID           TO WS-MIN-ID
021550             MOVE CKPT-SUMA-MONTOS      TO WS-SUMA-MONTOS
021560             MOVE CKPT-COUNT-CREDITO    TO WS-COUNT-CREDITO
021570             MOVE CKPT-COUNT-DEBITO     TO WS-COUNT-DEBITO
021580             MOVE CKPT-COUNT-RECHAZADAS TO WS-COUNT-RECHAZADAS
021590             MOVE CKPT-TOT-REGISTROS    TO WS-TOT-REGISTROS
021600             MOVE CKPT-TRAILER-PRESENTE TO WS-TRAILER-PRESENTE
021610             MOVE CKPT-TRAILER-CNT-ESP  TO WS-TRAILER-CNT-ESP
021620             MOVE CKPT-TRAILER-MONTO-ESPERADO
021630                 TO WS-TRAILER-MONTO-ESPERADO
021640             MOVE CKPT-CUENTAS-COUNT    TO WS-CUENTAS-COUNT
021650             PERFORM 1060-RESTORE-CUENTA THRU 1060-EXIT
021660                 VARYING WS-CK-SUB FROM 1 BY 1
021670                 UNTIL WS-CK-SUB > WS-CUENTAS-COUNT
021680             MOVE CKPT-FECHAS-COUNT     TO WS-FECHAS-COUNT
021690             PERFORM 1070-RESTORE-FECHA THRU 1070-EXIT
021700                 VARYING WS-CK-SUB FROM 1 BY 1
021710                 UNTIL WS-CK-SUB > WS-FECHAS-COUNT
021720             MOVE CKPT-MONEDAS-COUNT    TO WS-MONEDAS-COUNT
021730             PERFORM 1080-RESTORE-MONEDA THRU 1080-EXIT
021740                 VARYING WS-CK-SUB FROM 1 BY 1
021750                 UNTIL WS-CK-SUB > WS-MONEDAS-COUNT
021760             MOVE CKPT-IDS-VISTOS       TO WS-IDS-VISTOS
021770             MOVE CKPT-HIST-COUNT       TO WS-HIST-COUNT
021780             PERFORM 1090-RESTORE-HIST THRU 1090-EXIT
021790                 VARYING WS-CK-SUB FROM 1 BY 1
021800                 UNTIL WS-CK-SUB > WS-HIST-COUNT
021810             MOVE CKPT-ULTMOV-COUNT     TO WS-ULTMOV-COUNT
021820             PERFORM 1095-RESTORE-ULTMOV THRU 1095-EXIT
021830                 VARYING WS-CK-SUB FROM 1 BY 1
021840                 UNTIL WS-CK-SUB > WS-ULTMOV-COUNT
021850             MOVE CKPT-EXT-COUNT        TO WS-EXT-COUNT
021860             MOVE CKPT-EXT-TOTAL-PEN    TO WS-EXT-TOTAL-PEN
021870             MOVE CKPT-EXT-HASH         TO WS-EXT-HASH
021880             PERFORM 1096-RESTORE-EXT THRU 1096-EXIT
021890                 VARYING WS-CK-SUB FROM 1 BY 1
021900                 UNTIL WS-CK-SUB > WS-EXT-COUNT
021910             MOVE CKPT-VEL-COUNT        TO WS-VEL-COUNT
021920             PERFORM 1097-RESTORE-VEL THRU 1097-EXIT
021930                 VARYING WS-CK-SUB FROM 1 BY 1
021940                 UNTIL WS-CK-SUB > WS-VEL-COUNT
021950             IF CKPT-ITF-NETO-PEN IS NUMERIC
021960                 MOVE CKPT-ITF-NETO-PEN TO WS-ITF-NETO-PEN
021970                 MOVE CKPT-ITF-COUNT    TO WS-ITF-COUNT
021980             END-IF
021990             IF CKPT-RET-RECHAZOS IS NUMERIC
022000                 MOVE CKPT-RET-RECHAZOS TO WS-CNT-RET-RECHAZOS
022010             END-IF
022020             IF CKPT-ASI-COUNT IS NUMERIC
022030                 MOVE CKPT-ASI-COUNT    TO WS-CNT-ASIENTOS
022040                 MOVE CKPT-ASI-SUSPENSO TO WS-CNT-ASI-SUSPENSO
022050             END-IF
022060             IF CKPT-DUAL-RETENIDAS IS NUMERIC
022070                 MOVE CKPT-DUAL-RETENIDAS TO WS-CNT-DUAL-RETENIDAS
022080             END-IF
022090             IF CKPT-ARCH-IDX-ACTUAL > 0
022100                 MOVE CKPT-ARCH-IDX-ACTUAL TO WS-ARCH-IDX-ACTUAL
022110             END-IF
022120     END-READ
022130     CLOSE CHECKPOINT-FILE.
022140 1050-EXIT.
022150     EXIT.
022160
022170******************************************************************
022180* 1055-DEPURA-ARCHHIST - Drop the current business date's rows
022190*                        from the permanent transaction archive
022200*                        before a fresh (non-restart) run appends
022210*                        its own: the surviving rows pass through
022220*                        a work file and come back, so a rerun of
022230*                        the same date replaces its slice of the
022240*                        archive instead of doubling it. Other
022250*                        dates are carried byte for byte.
022260******************************************************************
022270 1055-DEPURA-ARCHHIST.
022280     MOVE "N" TO WS-DEPURA-EOF
022290     OPEN INPUT ARCHHIST-FILE
022300     IF NOT WS-ARCHHIST-OK
022310         GO TO 1055-EXIT
022320     END-IF
022330     OPEN OUTPUT ARCHTMP-FILE
022340     PERFORM UNTIL WS-DEPURA-FIN
022350         READ ARCHHIST-FILE
022360             AT END
022370                 SET WS-DEPURA-FIN TO TRUE
022380             NOT AT END
022390                 IF ARCHHIST-LINE (1:8) NOT = WS-BATCH-FECHA
022400                     WRITE ARCHTMP-LINE FROM ARCHHIST-LINE
022410                 END-IF
022420         END-READ
022430     END-PERFORM
022440     CLOSE ARCHHIST-FILE
022450     CLOSE ARCHTMP-FILE
022460     MOVE "N" TO WS-DEPURA-EOF
022470     OPEN INPUT ARCHTMP-FILE
022480     IF NOT WS-ARCHTMP-OK
022490         GO TO 1055-EXIT
022500     END-IF
022510     OPEN OUTPUT ARCHHIST-FILE
022520     PERFORM UNTIL WS-DEPURA-FIN
022530         READ ARCHTMP-FILE
022540             AT END
022550                 SET WS-DEPURA-FIN TO TRUE
022560             NOT AT END
022570                 WRITE ARCHHIST-LINE FROM ARCHTMP-LINE
022580         END-READ
022590     END-PERFORM
022600     CLOSE ARCHTMP-FILE
022610     CLOSE ARCHHIST-FILE.
022620 1055-EXIT.
022630     EXIT.
022640
022650******************************************************************
022660* 1060-RESTORE-CUENTA - Copy one saved account entry back into the
022670*                       working table at WS-CK-SUB
022680******************************************************************
022690 1060-RESTORE-CUENTA.
022700     MOVE CKPT-CTA-ID (WS-CK-SUB) TO WS-CTA-ID (WS-CK-SUB)
022710     MOVE CKPT-CTA-BALANCE (WS-CK-SUB)
022720         TO WS-CTA-BALANCE (WS-CK-SUB).
022730 1060-EXIT.
022740     EXIT.
022750
022760******************************************************************
022770* 1070-RESTORE-FECHA - Copy one saved per-date entry back into the
022780*                      working table at WS-CK-SUB
022790******************************************************************
022800 1070-RESTORE-FECHA.
022810     MOVE CKPT-FCH-FECHA (WS-CK-SUB)
022820         TO WS-FCH-FECHA (WS-CK-SUB)
022830     MOVE CKPT-FCH-BALANCE (WS-CK-SUB)
022840         TO WS-FCH-BALANCE (WS-CK-SUB)
022850     MOVE CKPT-FCH-CREDITOS (WS-CK-SUB)
022860         TO WS-FCH-CREDITOS (WS-CK-SUB)
022870     MOVE CKPT-FCH-DEBITOS (WS-CK-SUB)
022880         TO WS-FCH-DEBITOS (WS-CK-SUB).
022890 1070-EXIT.
022900     EXIT.
022910
022920******************************************************************
022930* 1080-RESTORE-MONEDA - Copy one saved per-currency entry back into
022940*                       the working table at WS-CK-SUB
022950******************************************************************
022960 1080-RESTORE-MONEDA.
022970     MOVE CKPT-MON-CODIGO (WS-CK-SUB)
022980         TO WS-MON-CODIGO (WS-CK-SUB)
022990     MOVE CKPT-MON-BALANCE (WS-CK-SUB)
023000         TO WS-MON-BALANCE (WS-CK-SUB)
023010     MOVE CKPT-MON-CREDITOS (WS-CK-SUB)
023020         TO WS-MON-CREDITOS (WS-CK-SUB)
023030     MOVE CKPT-MON-DEBITOS (WS-CK-SUB)
023040         TO WS-MON-DEBITOS (WS-CK-SUB).
023050 1080-EXIT.
023060     EXIT.
023070
023080******************************************************************
023090* 1090-RESTORE-HIST - Copy one saved transaction-history entry back
023100*                     into the working table at WS-CK-SUB, so a
023110*                     REVERSO can still find and reverse a
023120*                     transaction posted before a restart
023130******************************************************************
023140 1090-RESTORE-HIST.
023150     MOVE CKPT-HIST-ID (WS-CK-SUB)
023160         TO WS-HIST-ID (WS-CK-SUB)
023170     MOVE CKPT-HIST-TIPO (WS-CK-SUB)
023180         TO WS-HIST-TIPO (WS-CK-SUB)
023190     MOVE CKPT-HIST-CUENTA (WS-CK-SUB)
023200         TO WS-HIST-CUENTA (WS-CK-SUB)
023210     MOVE CKPT-HIST-CTA-DEST (WS-CK-SUB)
023220         TO WS-HIST-CTA-DEST (WS-CK-SUB)
023230     MOVE CKPT-HIST-MONTO (WS-CK-SUB)
023240         TO WS-HIST-MONTO (WS-CK-SUB)
023250     MOVE CKPT-HIST-MONEDA (WS-CK-SUB)
023260         TO WS-HIST-MONEDA (WS-CK-SUB)
023270     MOVE CKPT-HIST-FECHA (WS-CK-SUB)
023280         TO WS-HIST-FECHA (WS-CK-SUB)
023290     MOVE CKPT-HIST-REVERSADO (WS-CK-SUB)
023300         TO WS-HIST-REVERSADO (WS-CK-SUB)
023310     MOVE CKPT-HIST-CLASE (WS-CK-SUB)
023320         TO WS-HIST-CLASE (WS-CK-SUB).
023330 1090-EXIT.
023340     EXIT.
023350
023360******************************************************************
023370* 1095-RESTORE-ULTMOV - Copy one saved last-movement entry back
023380*                       into the working table at WS-CK-SUB
023390******************************************************************
023400 1095-RESTORE-ULTMOV.
023410     MOVE CKPT-UMV-CTA (WS-CK-SUB)
023420         TO WS-UMV-CTA (WS-CK-SUB)
023430     MOVE CKPT-UMV-FECHA (WS-CK-SUB)
023440         TO WS-UMV-FECHA (WS-CK-SUB).
023450 1095-EXIT.
023460     EXIT.
023470
023480******************************************************************
023490* 1096-RESTORE-EXT - Copy one saved outbound clearing entry back
023500*                    into the working table at WS-CK-SUB
023510******************************************************************
023520 1096-RESTORE-EXT.
023530     MOVE CKPT-EXT-BANCO (WS-CK-SUB)
023540         TO WS-EXT-BANCO (WS-CK-SUB)
023550     MOVE CKPT-EXT-CTA (WS-CK-SUB)
023560         TO WS-EXT-CTA (WS-CK-SUB)
023570     MOVE CKPT-EXT-MONTO (WS-CK-SUB)
023580         TO WS-EXT-MONTO (WS-CK-SUB)
023590     MOVE CKPT-EXT-MONEDA (WS-CK-SUB)
023600         TO WS-EXT-MONEDA (WS-CK-SUB)
023610     MOVE CKPT-EXT-REF (WS-CK-SUB)
023620         TO WS-EXT-REF (WS-CK-SUB).
023630 1096-EXIT.
023640     EXIT.
023650
023660******************************************************************
023670* 1097-RESTORE-VEL - Copy one saved velocity-counter entry back
023680*                    into the working table at WS-CK-SUB
023690******************************************************************
023700 1097-RESTORE-VEL.
023710     MOVE CKPT-VEL-CTA (WS-CK-SUB)
023720         TO WS-VEL-CTA (WS-CK-SUB)
023730     MOVE CKPT-VEL-FECHA (WS-CK-SUB)
023740         TO WS-VEL-FECHA (WS-CK-SUB)
023750     MOVE CKPT-VEL-DEB-CNT (WS-CK-SUB)
023760         TO WS-VEL-DEB-CNT (WS-CK-SUB)
023770     MOVE CKPT-VEL-DEB-MTO (WS-CK-SUB)
023780         TO WS-VEL-DEB-MTO (WS-CK-SUB).
023790 1097-EXIT.
023800     EXIT.
023810
023820******************************************************************
023830* 1400-LOAD-TASAS - Load the same-day PEN exchange-rate table from
023840*                   TASAS.TXT (CODIGO,TASA per line). PEN is the
023850*                   base currency, so it is seeded at 1.0000 before
023860*                   the file is read - a Treasury file listing only
023870*                   foreign rates cannot leave PEN unrecognized; a
023880*                   PEN row in the file overrides the seed. Falls
023890*                   back to the old PEN/USD/EUR literals if
023900*                   TASAS.TXT is missing or has no usable rows, so
023910*                   a run started before Treasury drops the file
023920*                   still posts.
023930******************************************************************
023940 1400-LOAD-TASAS.
023950     MOVE 1 TO WS-TASAS-COUNT
023960     MOVE "PEN" TO WS-TASA-MONEDA (1)
023970     MOVE 1.0000 TO WS-TASA-VALOR (1)
023980     MOVE 0 TO WS-TASAS-LEIDAS
023990     MOVE "N" TO WS-TASAS-EOF
024000     OPEN INPUT TASAS-FILE
024010     IF NOT WS-TASAS-OK
024020         PERFORM 1420-DEFAULT-TASAS THRU 1420-EXIT
024030         GO TO 1400-EXIT
024040     END-IF
024050     PERFORM UNTIL WS-TASAS-FIN
024060         READ TASAS-FILE
024070             AT END
024080                 SET WS-TASAS-FIN TO TRUE
024090             NOT AT END
024100                 PERFORM 1410-PARSE-TASA-LINEA THRU 1410-EXIT
024110         END-READ
024120     END-PERFORM
024130     CLOSE TASAS-FILE
024140     IF WS-TASAS-LEIDAS = 0
024150         PERFORM 1420-DEFAULT-TASAS THRU 1420-EXIT
024160     END-IF.
024170 1400-EXIT.
024180     EXIT.
024190
024200******************************************************************
024210* 1410-PARSE-TASA-LINEA - Add one CODIGO,TASA row from TASAS.TXT to
024220*                         the working rate table, overriding the
024230*                         entry in place if the currency is already
024240*                         there (the seeded PEN row, or a repeated
024250*                         code in the file)
024260******************************************************************
024270 1410-PARSE-TASA-LINEA.
024280     MOVE SPACES TO WS-TASA-COD-TMP
024290     MOVE SPACES TO WS-TASA-VAL-TMP
024300     UNSTRING TASAS-LINE DELIMITED BY WS-DELIM
024310         INTO WS-TASA-COD-TMP, WS-TASA-VAL-TMP
024320     IF WS-TASA-COD-TMP = SPACES
024330             OR FUNCTION TEST-NUMVAL (WS-TASA-VAL-TMP) NOT = 0
024340         GO TO 1410-EXIT
024350     END-IF
024360*    A rate outside (0, 1000) cannot be a usable same-day PEN rate
024370*    and would not fit the table picture - treat the row as
024380*    unusable rather than silently mis-rating the currency.
024390     IF FUNCTION NUMVAL (WS-TASA-VAL-TMP) NOT > 0
024400             OR FUNCTION NUMVAL (WS-TASA-VAL-TMP) NOT < 1000
024410         GO TO 1410-EXIT
024420     END-IF
024430     ADD 1 TO WS-TASAS-LEIDAS
024440     SET TASA-IDX TO 1
024450     SEARCH WS-TASA-ENTRY
024460         AT END
024470             IF WS-TASAS-COUNT < 10
024480                 ADD 1 TO WS-TASAS-COUNT
024490                 SET TASA-IDX TO WS-TASAS-COUNT
024500                 MOVE WS-TASA-COD-TMP TO WS-TASA-MONEDA (TASA-IDX)
024510                 MOVE FUNCTION NUMVAL (WS-TASA-VAL-TMP)
024520                     TO WS-TASA-VALOR (TASA-IDX)
024530             END-IF
024540         WHEN WS-TASA-MONEDA (TASA-IDX) = WS-TASA-COD-TMP
024550             MOVE FUNCTION NUMVAL (WS-TASA-VAL-TMP)
024560                 TO WS-TASA-VALOR (TASA-IDX)
024570     END-SEARCH.
024580 1410-EXIT.
024590     EXIT.
024600
024610******************************************************************
024620* 1420-DEFAULT-TASAS - Seed the rate table with the old compiled-in
024630*                      PEN/USD/EUR literals (TASAS.TXT not usable)
024640******************************************************************
024650 1420-DEFAULT-TASAS.
024660     MOVE 3 TO WS-TASAS-COUNT
024670     MOVE "PEN" TO WS-TASA-MONEDA (1)
024680     MOVE 1.0000 TO WS-TASA-VALOR (1)
024690     MOVE "USD" TO WS-TASA-MONEDA (2)
024700     MOVE 3.7500 TO WS-TASA-VALOR (2)
024710     MOVE "EUR" TO WS-TASA-MONEDA (3)
024720     MOVE 4.0500 TO WS-TASA-VALOR (3).
024730 1420-EXIT.
024740     EXIT.
024750
024760******************************************************************
024770* 1450-LOAD-TASAS-ANT - Load the rates the previous close wrote
024780*                       to TASAS-CIERRE.TXT (FECHA,yyyymmdd stamp
024790*                       line, then CODIGO,TASA rows in the
024800*                       TASAS.TXT layout), for the end-of-run FX
024810*                       revaluation diff. A stamp equal to this
024820*                       run's business date means the file is our
024830*                       own close (operator rerun of the day), so
024840*                       the previous generation in
024850*                       TASAS-CIERRE-ANT.TXT is loaded instead -
024860*                       diffing a close against itself would
024870*                       silently report zero gain/loss. A missing
024880*                       file just means this is the first tracked
024890*                       run - nothing to revalue against.
024900******************************************************************
024910 1450-LOAD-TASAS-ANT.
024920     MOVE 0 TO WS-TASAS-ANT-COUNT
024930     MOVE "N" TO WS-TASAS-CIE-EOF
024940     MOVE "N" TO WS-TASAS-ANT-PRESENTE
024950     MOVE "N" TO WS-TSC-RERUN
024960     OPEN INPUT TASAS-CIERRE-FILE
024970     IF NOT WS-TASAS-CIE-OK
024980         GO TO 1450-EXIT
024990     END-IF
025000     PERFORM UNTIL WS-TASAS-CIE-FIN
025010         READ TASAS-CIERRE-FILE
025020             AT END
025030                 SET WS-TASAS-CIE-FIN TO TRUE
025040             NOT AT END
025050                 IF TASAS-CIERRE-LINE (1:6) = "FECHA,"
025060                     IF TASAS-CIERRE-LINE (7:8) = WS-BATCH-FECHA
025070                         SET WS-TSC-ES-RERUN TO TRUE
025080                         SET WS-TASAS-CIE-FIN TO TRUE
025090                     END-IF
025100                 ELSE
025110                     MOVE TASAS-CIERRE-LINE TO WS-TSC-LINEA-TRAB
025120                     PERFORM 1460-PARSE-TASA-ANT THRU 1460-EXIT
025130                 END-IF
025140         END-READ
025150     END-PERFORM
025160     CLOSE TASAS-CIERRE-FILE
025170     IF WS-TSC-ES-RERUN
025180         MOVE 0 TO WS-TASAS-ANT-COUNT
025190         PERFORM 1455-LOAD-TASAS-ANT-GEN THRU 1455-EXIT
025200     END-IF
025210     IF WS-TASAS-ANT-COUNT > 0
025220         SET WS-HAY-TASAS-ANT TO TRUE
025230     END-IF.
025240 1450-EXIT.
025250     EXIT.
025260
025270******************************************************************
025280* 1455-LOAD-TASAS-ANT-GEN - Rerun path: load the prior-close
025290*                       rates from the rotated generation in
025300*                       TASAS-CIERRE-ANT.TXT. If no generation
025310*                       was ever rotated there is no prior close
025320*                       to diff against and the table stays
025330*                       empty.
025340******************************************************************
025350 1455-LOAD-TASAS-ANT-GEN.
025360     MOVE "N" TO WS-TASAS-CIE-EOF
025370     OPEN INPUT TASAS-ANT-FILE
025380     IF NOT WS-TSC-ANT-OK
025390         GO TO 1455-EXIT
025400     END-IF
025410     PERFORM UNTIL WS-TASAS-CIE-FIN
025420         READ TASAS-ANT-FILE
025430             AT END
025440                 SET WS-TASAS-CIE-FIN TO TRUE
025450             NOT AT END
025460                 IF TASAS-ANT-LINE (1:6) NOT = "FECHA,"
025470                     MOVE TASAS-ANT-LINE TO WS-TSC-LINEA-TRAB
025480                     PERFORM 1460-PARSE-TASA-ANT THRU 1460-EXIT
025490                 END-IF
025500         END-READ
025510     END-PERFORM
025520     CLOSE TASAS-ANT-FILE.
025530 1455-EXIT.
025540     EXIT.
025550
025560******************************************************************
025570* 1460-PARSE-TASA-ANT - Add one CODIGO,TASA row (staged in
025580*                       WS-TSC-LINEA-TRAB by the caller) to the
025590*                       prior-rates table
025600******************************************************************
025610 1460-PARSE-TASA-ANT.
025620     MOVE SPACES TO WS-TASA-COD-TMP
025630     MOVE SPACES TO WS-TASA-VAL-TMP
025640     UNSTRING WS-TSC-LINEA-TRAB DELIMITED BY WS-DELIM
025650         INTO WS-TASA-COD-TMP, WS-TASA-VAL-TMP
025660     IF WS-TASA-COD-TMP = SPACES
025670             OR FUNCTION TEST-NUMVAL (WS-TASA-VAL-TMP) NOT = 0
025680         GO TO 1460-EXIT
025690     END-IF
025700     IF FUNCTION NUMVAL (WS-TASA-VAL-TMP) NOT > 0
025710             OR FUNCTION NUMVAL (WS-TASA-VAL-TMP) NOT < 1000
025720         GO TO 1460-EXIT
025730     END-IF
025740     IF WS-TASAS-ANT-COUNT < 10
025750         ADD 1 TO WS-TASAS-ANT-COUNT
025760         SET TSA-IDX TO WS-TASAS-ANT-COUNT
025770         MOVE WS-TASA-COD-TMP TO WS-TSA-MONEDA (TSA-IDX)
025780         MOVE FUNCTION NUMVAL (WS-TASA-VAL-TMP)
025790             TO WS-TSA-VALOR (TSA-IDX)
025800     END-IF.
025810 1460-EXIT.
025820     EXIT.
025830
025840******************************************************************
025850* 1470-LOAD-POSICIONES - Load the per-currency native positions
025860*                        the previous close wrote to
025870*                        POSICION-MONEDAS.TXT (FECHA,yyyymmdd
025880*                        stamp line, then CODIGO,SALDO rows) -
025890*                        the base the end-of-run FX revaluation
025900*                        reprices. A stamp equal to this run's
025910*                        business date means the file already
025920*                        holds our own close (operator rerun), so
025930*                        the previous generation in
025940*                        POSICION-MONEDAS-ANT.TXT is loaded
025950*                        instead - re-rolling the day's flows
025960*                        onto its own close would double the
025970*                        carried position. A missing file just
025980*                        means this is the first tracked run:
025990*                        nothing carried, nothing to revalue.
026000******************************************************************
026010 1470-LOAD-POSICIONES.
026020     MOVE 0 TO WS-POS-COUNT
026030     MOVE "N" TO WS-POSMON-EOF
026040     MOVE "N" TO WS-POS-RERUN
026050     OPEN INPUT POSMON-FILE
026060     IF NOT WS-POSMON-OK
026070         GO TO 1470-EXIT
026080     END-IF
026090     PERFORM UNTIL WS-POSMON-FIN
026100         READ POSMON-FILE
026110             AT END
026120                 SET WS-POSMON-FIN TO TRUE
026130             NOT AT END
026140                 IF POSMON-LINE (1:6) = "FECHA,"
026150                     IF POSMON-LINE (7:8) = WS-BATCH-FECHA
026160                         SET WS-POS-ES-RERUN TO TRUE
026170                         SET WS-POSMON-FIN TO TRUE
026180                     END-IF
026190                 ELSE
026200                     MOVE POSMON-LINE TO WS-POS-LINEA-TRAB
026210                     PERFORM 1480-PARSE-POSICION THRU 1480-EXIT
026220                 END-IF
026230         END-READ
026240     END-PERFORM
026250     CLOSE POSMON-FILE
026260     IF WS-POS-ES-RERUN
026270         MOVE 0 TO WS-POS-COUNT
026280         PERFORM 1475-LOAD-POSICIONES-GEN THRU 1475-EXIT
026290     END-IF.
026300 1470-EXIT.
026310     EXIT.
026320
026330******************************************************************
026340* 1475-LOAD-POSICIONES-GEN - Rerun path: load the prior-close
026350*                        positions from the rotated generation in
026360*                        POSICION-MONEDAS-ANT.TXT. If no
026370*                        generation was ever rotated the table
026380*                        stays empty, same as a first run.
026390******************************************************************
026400 1475-LOAD-POSICIONES-GEN.
026410     MOVE "N" TO WS-POSMON-EOF
026420     OPEN INPUT POSMON-ANT-FILE
026430     IF NOT WS-POSMON-ANT-OK
026440         GO TO 1475-EXIT
026450     END-IF
026460     PERFORM UNTIL WS-POSMON-FIN
026470         READ POSMON-ANT-FILE
026480             AT END
026490                 SET WS-POSMON-FIN TO TRUE
026500             NOT AT END
026510                 IF POSMON-ANT-LINE (1:6) NOT = "FECHA,"
026520                     MOVE POSMON-ANT-LINE TO WS-POS-LINEA-TRAB
026530                     PERFORM 1480-PARSE-POSICION THRU 1480-EXIT
026540                 END-IF
026550         END-READ
026560     END-PERFORM
026570     CLOSE POSMON-ANT-FILE.
026580 1475-EXIT.
026590     EXIT.
026600
026610******************************************************************
026620* 1480-PARSE-POSICION - Add one CODIGO,SALDO row (staged in
026630*                       WS-POS-LINEA-TRAB by the caller) to the
026640*                       carried position table
026650******************************************************************
026660 1480-PARSE-POSICION.
026670     MOVE SPACES TO WS-POS-COD-TMP
026680     MOVE SPACES TO WS-POS-VAL-TMP
026690     UNSTRING WS-POS-LINEA-TRAB DELIMITED BY WS-DELIM
026700         INTO WS-POS-COD-TMP, WS-POS-VAL-TMP
026710     IF WS-POS-COD-TMP = SPACES
026720             OR FUNCTION TEST-NUMVAL (WS-POS-VAL-TMP) NOT = 0
026730         GO TO 1480-EXIT
026740     END-IF
026750     IF WS-POS-COUNT < 10
026760         ADD 1 TO WS-POS-COUNT
026770         SET POS-IDX TO WS-POS-COUNT
026780         MOVE WS-POS-COD-TMP TO WS-POS-MONEDA (POS-IDX)
026790         MOVE FUNCTION NUMVAL (WS-POS-VAL-TMP)
026800             TO WS-POS-SALDO (POS-IDX)
026810     END-IF.
026820 1480-EXIT.
026830     EXIT.
026840
026850******************************************************************
026860* 1500-LOAD-MAESTRO - Load the account master (CTAID,ESTADO,
026870*                     LIMITE,PRODUCTO per line, ESTADO "A"=activa/
026880*                     "C"=cerrada, LIMITE = authorized overdraft,
026890*                     PRODUCTO = rate/fee code) from
026900*                     MAESTRO-CUENTAS.TXT. If the file is missing,
026910*                     WS-HAY-MAESTRO stays "N" and 3400-VALIDA-
026920*                     CUENTA lets every account through unchecked,
026930*                     the same as before the account master existed.
026940******************************************************************
026950 1500-LOAD-MAESTRO.
026960     MOVE 0 TO WS-MAESTRO-COUNT
026970     MOVE "N" TO WS-MAESTRO-EOF
026980     MOVE "N" TO WS-MAESTRO-PRESENTE
026990     OPEN INPUT MAESTRO-FILE
027000     IF NOT WS-MAESTRO-OK
027010         GO TO 1500-EXIT
027020     END-IF
027030     PERFORM UNTIL WS-MAESTRO-FIN
027040         READ MAESTRO-FILE
027050             AT END
027060                 SET WS-MAESTRO-FIN TO TRUE
027070             NOT AT END
027080                 PERFORM 1510-PARSE-MAESTRO-LINEA THRU 1510-EXIT
027090         END-READ
027100     END-PERFORM
027110     CLOSE MAESTRO-FILE
027120     IF WS-MAESTRO-COUNT > 0
027130         SET WS-HAY-MAESTRO TO TRUE
027140     END-IF.
027150 1500-EXIT.
027160     EXIT.
027170
027180******************************************************************
027190* 1510-PARSE-MAESTRO-LINEA - Add one CTAID,ESTADO,LIMITE,PRODUCTO
027200*                           row from MAESTRO-CUENTAS.TXT to the
027210*                           working table. An optional fifth
027220*                           column ITF-EXENTO ("S" = exempt from
027230*                           ITF) defaults to "N" when absent.
027240******************************************************************
027250 1510-PARSE-MAESTRO-LINEA.
027260     MOVE SPACES TO WS-MSTR-COD-TMP
027270     MOVE SPACES TO WS-MSTR-EST-TMP
027280     MOVE SPACES TO WS-MSTR-LIM-TMP
027290     MOVE SPACES TO WS-MSTR-PROD-TMP
027300     MOVE SPACES TO WS-MSTR-ITF-TMP
027310     UNSTRING MAESTRO-LINE DELIMITED BY WS-DELIM
027320         INTO WS-MSTR-COD-TMP, WS-MSTR-EST-TMP, WS-MSTR-LIM-TMP,
027330             WS-MSTR-PROD-TMP, WS-MSTR-ITF-TMP
027340     IF WS-MSTR-COD-TMP NOT = SPACES AND WS-MAESTRO-COUNT < 500
027350         ADD 1 TO WS-MAESTRO-COUNT
027360         SET MSTR-IDX TO WS-MAESTRO-COUNT
027370         MOVE WS-MSTR-COD-TMP TO WS-MSTR-CTA-ID (MSTR-IDX)
027380         MOVE WS-MSTR-EST-TMP TO WS-MSTR-ESTADO (MSTR-IDX)
027390         MOVE WS-MSTR-PROD-TMP TO WS-MSTR-PRODUCTO (MSTR-IDX)
027400         IF WS-MSTR-ITF-TMP = "S"
027410             MOVE "S" TO WS-MSTR-ITF-EXENTO (MSTR-IDX)
027420         ELSE
027430             MOVE "N" TO WS-MSTR-ITF-EXENTO (MSTR-IDX)
027440         END-IF
027450         IF FUNCTION TEST-NUMVAL (WS-MSTR-LIM-TMP) = 0
027460             MOVE FUNCTION NUMVAL (WS-MSTR-LIM-TMP)
027470                 TO WS-MSTR-LIMITE (MSTR-IDX)
027480         ELSE
027490             MOVE 0 TO WS-MSTR-LIMITE (MSTR-IDX)
027500         END-IF
027510     END-IF.
027520 1510-EXIT.
027530     EXIT.
027540
027550******************************************************************
027560* 1550-LOAD-ULTMOV - Load the per-account last-movement dates
027570*                    carried day over day in ULTIMO-MOVIMIENTO.TXT
027580*                    (CUENTA,FECHA per line, FECHA YYYY-MM-DD). A
027590*                    missing file just means the table starts
027600*                    empty - the first tracked run builds it.
027610******************************************************************
027620 1550-LOAD-ULTMOV.
027630     MOVE 0 TO WS-ULTMOV-COUNT
027640     MOVE "N" TO WS-ULTMOV-EOF
027650     OPEN INPUT ULTMOV-FILE
027660     IF NOT WS-ULTMOV-OK
027670         GO TO 1550-EXIT
027680     END-IF
027690     PERFORM UNTIL WS-ULTMOV-FIN
027700         READ ULTMOV-FILE
027710             AT END
027720                 SET WS-ULTMOV-FIN TO TRUE
027730             NOT AT END
027740                 PERFORM 1560-PARSE-ULTMOV THRU 1560-EXIT
027750         END-READ
027760     END-PERFORM
027770     CLOSE ULTMOV-FILE.
027780 1550-EXIT.
027790     EXIT.
027800
027810******************************************************************
027820* 1560-PARSE-ULTMOV - Add one CUENTA,FECHA row from
027830*                    ULTIMO-MOVIMIENTO.TXT to the working table
027840******************************************************************
027850 1560-PARSE-ULTMOV.
027860     MOVE SPACES TO WS-UMV-CTA-TMP
027870     MOVE SPACES TO WS-UMV-FEC-TMP
027880     UNSTRING ULTMOV-LINE DELIMITED BY WS-DELIM
027890         INTO WS-UMV-CTA-TMP, WS-UMV-FEC-TMP
027900     IF WS-UMV-CTA-TMP NOT = SPACES AND WS-ULTMOV-COUNT < 500
027910         ADD 1 TO WS-ULTMOV-COUNT
027920         SET UMV-IDX TO WS-ULTMOV-COUNT
027930         MOVE WS-UMV-CTA-TMP TO WS-UMV-CTA (UMV-IDX)
027940         MOVE WS-UMV-FEC-TMP TO WS-UMV-FECHA (UMV-IDX)
027950     END-IF.
027960 1560-EXIT.
027970     EXIT.
027980
027990******************************************************************
028000* 1600-LOAD-UMBRAL - Read the compliance large-transaction
028010*                    threshold (PEN) from the first line of
028020*                    UMBRAL-REVISION.TXT. WS-UMBRAL-REVISION keeps
028030*                    its compiled-in 10000.00 default if the file
028040*                    is missing or not numeric.
028050******************************************************************
028060 1600-LOAD-UMBRAL.
028070     OPEN INPUT UMBRAL-FILE
028080     IF NOT WS-UMBRAL-OK
028090         GO TO 1600-EXIT
028100     END-IF
028110     READ UMBRAL-FILE
028120         AT END
028130             CONTINUE
028140         NOT AT END
028150             IF FUNCTION TEST-NUMVAL (UMBRAL-LINE) = 0
028160                 MOVE FUNCTION NUMVAL (UMBRAL-LINE)
028170                     TO WS-UMBRAL-REVISION
028180             END-IF
028190     END-READ
028200     CLOSE UMBRAL-FILE.
028210 1600-EXIT.
028220     EXIT.
028230
028240******************************************************************
028250* 1610-LOAD-TASA-ITF - Read the current ITF rate, as a percentage
028260*                      (0.005 = 0.005%), from the first line of
028270*                      TASA-ITF.TXT. WS-TASA-ITF-PCT keeps its
028280*                      compiled-in 0.005% legal rate if the file
028290*                      is missing or not numeric; a zero rate
028300*                      switches the withholding off.
028310******************************************************************
028320 1610-LOAD-TASA-ITF.
028330     OPEN INPUT TASA-ITF-FILE
028340     IF NOT WS-TASA-ITF-OK
028350         GO TO 1610-EXIT
028360     END-IF
028370     READ TASA-ITF-FILE
028380         AT END
028390             CONTINUE
028400         NOT AT END
028410             IF FUNCTION TEST-NUMVAL (TASA-ITF-LINE) = 0
028420                 MOVE FUNCTION NUMVAL (TASA-ITF-LINE)
028430                     TO WS-TASA-ITF-PCT
028440             END-IF
028450     END-READ
028460     CLOSE TASA-ITF-FILE.
028470 1610-EXIT.
028480     EXIT.
028490
028500******************************************************************
028510* 1620-LOAD-RETENCIONES - Load the holds and judicial embargoes in
028520*                         force on the business date from
028530*                         RETENCIONES.TXT (CTAID,ID,MONTO,MONEDA,
028540*                         TIPO,FECHA-INI,FECHA-VTO,REFERENCIA,
028550*                         EJECUTADA,FECHA-EJE,TRID-EJE per line,
028560*                         dates YYYYMMDD) into
028570*                         the per-account held-amount table. A
028580*                         missing file means no account has funds
028590*                         held.
028600******************************************************************
028610 1620-LOAD-RETENCIONES.
028620     MOVE 0 TO WS-RETENC-COUNT
028630     MOVE "N" TO WS-RETENC-EOF
028640     MOVE "N" TO WS-RET-FECHA-OK
028650     IF FUNCTION TEST-NUMVAL (WS-BATCH-FECHA) = 0
028660         SET WS-RET-HAY-FECHA TO TRUE
028670     END-IF
028680     OPEN INPUT RETENC-FILE
028690     IF NOT WS-RETENC-OK
028700         GO TO 1620-EXIT
028710     END-IF
028720     SET WS-HAY-RETENCIONES TO TRUE
028730     PERFORM UNTIL WS-RETENC-FIN
028740         READ RETENC-FILE
028750             AT END
028760                 SET WS-RETENC-FIN TO TRUE
028770             NOT AT END
028780                 PERFORM 1630-PARSE-RETENCION THRU 1630-EXIT
028790         END-READ
028800     END-PERFORM
028810     CLOSE RETENC-FILE
028820     PERFORM 1640-LOAD-CTA-JUDICIAL THRU 1640-EXIT.
028830 1620-EXIT.
028840     EXIT.
028850
028860******************************************************************
028870* 1630-PARSE-RETENCION - Add one hold to its account's held total
028880*                        in PEN. A hold is active from FECHA-INI
028890*                        (blank = already in force) until the day
028900*                        before FECHA-VTO (blank = until lifted),
028910*                        so it releases on its expiry date by
028920*                        itself - except an executed embargo
028930*                        (EJECUTADA "S"), which stays in force
028940*                        until RETENCIONES-DIARIAS finds its
028950*                        seizure posted and drops it from the
028960*                        file. Without a usable business date
028970*                        every hold is kept - a debit wrongly
028980*                        stopped can be re-keyed, a seized balance
028990*                        wrongly paid out cannot. A currency with
029000*                        no rate is held at face value rather than
029010*                        ignored.
029020******************************************************************
029030 1630-PARSE-RETENCION.
029040     MOVE SPACES TO WS-RET-CTA-TMP
029050     MOVE SPACES TO WS-RET-ID-TMP
029060     MOVE SPACES TO WS-RET-MTO-TMP
029070     MOVE SPACES TO WS-RET-MON-TMP
029080     MOVE SPACES TO WS-RET-TIP-TMP
029090     MOVE SPACES TO WS-RET-INI-TMP
029100     MOVE SPACES TO WS-RET-VTO-TMP
029110     MOVE SPACES TO WS-RET-REF-TMP
029120     MOVE SPACES TO WS-RET-EJE-TMP
029130     UNSTRING RETENC-LINE DELIMITED BY WS-DELIM
029140         INTO WS-RET-CTA-TMP, WS-RET-ID-TMP, WS-RET-MTO-TMP,
029150             WS-RET-MON-TMP, WS-RET-TIP-TMP, WS-RET-INI-TMP,
029160             WS-RET-VTO-TMP, WS-RET-REF-TMP, WS-RET-EJE-TMP
029170     IF WS-RET-CTA-TMP = SPACES
029180             OR FUNCTION TEST-NUMVAL (WS-RET-MTO-TMP) NOT = 0
029190         GO TO 1630-EXIT
029200     END-IF
029210     IF WS-RET-HAY-FECHA
029220         IF WS-RET-INI-TMP NOT = SPACES
029230                 AND WS-RET-INI-TMP > WS-BATCH-FECHA
029240             GO TO 1630-EXIT
029250         END-IF
029260         IF WS-RET-VTO-TMP NOT = SPACES
029270                 AND WS-RET-VTO-TMP NOT > WS-BATCH-FECHA
029280                 AND WS-RET-EJE-TMP NOT = "S"
029290             GO TO 1630-EXIT
029300         END-IF
029310     END-IF
029320     IF WS-RET-MON-TMP = SPACES
029330         MOVE "PEN" TO WS-RET-MON-TMP
029340     END-IF
029350     MOVE WS-RET-MON-TMP TO WS-BUSCA-MONEDA
029360     PERFORM 3700-BUSCA-TASA THRU 3700-EXIT
029370     IF WS-TASA-ENCONTRADA = 0
029380         DISPLAY "ADVERTENCIA: RETENCION " WS-RET-ID-TMP
029390             " MONEDA " WS-RET-MON-TMP " SIN TASA - SE RETIENE"
029400             " EL MONTO SIN CONVERTIR"
029410         MOVE 1 TO WS-TASA-ENCONTRADA
029420     END-IF
029430     COMPUTE WS-RET-PEN-TMP =
029440         FUNCTION NUMVAL (WS-RET-MTO-TMP) * WS-TASA-ENCONTRADA
029450     SET RET-IDX TO 1
029460     SEARCH WS-RETENC-ENTRY
029470         AT END
029480             IF WS-RETENC-COUNT NOT < 200
029490                 IF NOT WS-RETENC-LLENAS
029500                     SET WS-RETENC-LLENAS TO TRUE
029510                     DISPLAY "ADVERTENCIA: TABLA DE RETENCIONES"
029520                         " LLENA (200) - CUENTAS ADICIONALES SIN"
029530                         " RETENCION"
029540                 END-IF
029550                 GO TO 1630-EXIT
029560             END-IF
029570             ADD 1 TO WS-RETENC-COUNT
029580             SET RET-IDX TO WS-RETENC-COUNT
029590             MOVE WS-RET-CTA-TMP TO WS-RET-CTA-ID (RET-IDX)
029600             MOVE 0 TO WS-RET-PEN (RET-IDX)
029610         WHEN WS-RET-CTA-ID (RET-IDX) = WS-RET-CTA-TMP
029620             CONTINUE
029630     END-SEARCH
029640     ADD WS-RET-PEN-TMP TO WS-RET-PEN (RET-IDX).
029650 1630-EXIT.
029660     EXIT.
029670
029680******************************************************************
029690* 1640-LOAD-CTA-JUDICIAL - Read the judicial account that seizure
029700*                          transfers are paid into from the first
029710*                          line of CUENTA-JUDICIAL.TXT. Without it
029720*                          no transfer is treated as a seizure.
029730******************************************************************
029740 1640-LOAD-CTA-JUDICIAL.
029750     MOVE SPACES TO WS-CTA-JUDICIAL
029760     OPEN INPUT JUDICIAL-FILE
029770     IF NOT WS-JUDICIAL-OK
029780         GO TO 1640-EXIT
029790     END-IF
029800     READ JUDICIAL-FILE
029810         AT END
029820             CONTINUE
029830         NOT AT END
029840             MOVE JUDICIAL-LINE (1:10) TO WS-CTA-JUDICIAL
029850     END-READ
029860     CLOSE JUDICIAL-FILE.
029870 1640-EXIT.
029880     EXIT.
029890
029900******************************************************************
029910* 1650-LOAD-BANCOS - Load the external-bank routing prefixes from
029920*                    BANCOS-EXTERNOS.TXT (PREFIJO,CODBANCO per
029930*                    line). If the file is missing, WS-HAY-BANCOS
029940*                    stays "N" and no destination account routes
029950*                    externally, same as before the clearing file
029960*                    existed.
029970******************************************************************
029980 1650-LOAD-BANCOS.
029990     MOVE 0 TO WS-BANCOS-COUNT
030000     MOVE "N" TO WS-EXTBANCOS-EOF
030010     MOVE "N" TO WS-BANCOS-PRESENTE
030020     OPEN INPUT EXTBANCOS-FILE
030030     IF NOT WS-EXTBANCOS-OK
030040         GO TO 1650-EXIT
030050     END-IF
030060     PERFORM UNTIL WS-EXTBANCOS-FIN
030070         READ EXTBANCOS-FILE
030080             AT END
030090                 SET WS-EXTBANCOS-FIN TO TRUE
030100             NOT AT END
030110                 PERFORM 1660-PARSE-BANCO THRU 1660-EXIT
030120         END-READ
030130     END-PERFORM
030140     CLOSE EXTBANCOS-FILE
030150     IF WS-BANCOS-COUNT > 0
030160         SET WS-HAY-BANCOS TO TRUE
030170     END-IF.
030180 1650-EXIT.
030190     EXIT.
030200
030210******************************************************************
030220* 1660-PARSE-BANCO - Add one PREFIJO,CODBANCO row from
030230*                    BANCOS-EXTERNOS.TXT to the routing table
030240******************************************************************
030250 1660-PARSE-BANCO.
030260     MOVE SPACES TO WS-BCO-PRE-TMP
030270     MOVE SPACES TO WS-BCO-COD-TMP
030280     UNSTRING EXTBANCOS-LINE DELIMITED BY WS-DELIM
030290         INTO WS-BCO-PRE-TMP, WS-BCO-COD-TMP
030300     IF WS-BCO-PRE-TMP NOT = SPACES
030310             AND WS-BCO-COD-TMP NOT = SPACES
030320             AND WS-BANCOS-COUNT < 20
030330         ADD 1 TO WS-BANCOS-COUNT
030340         SET BCO-IDX TO WS-BANCOS-COUNT
030350         MOVE WS-BCO-PRE-TMP TO WS-BCO-PREFIJO (BCO-IDX)
030360         MOVE WS-BCO-COD-TMP TO WS-BCO-CODIGO (BCO-IDX)
030370     END-IF.
030380 1660-EXIT.
030390     EXIT.
030400
030410******************************************************************
030420* 1670-LOAD-REGLAS - Load the velocity rules from
030430*                    REGLAS-VELOCIDAD.TXT (ALCANCE,CLAVE,
030440*                    MAX-DEBITOS-DIA,MAX-MONTO-DEBITOS-DIA,
030450*                    MAX-CREDITO-UNITARIO,SEVERIDAD per line;
030460*                    ALCANCE "C" keys the rule by account, "P" by
030470*                    product; a zero or blank limit means that
030480*                    dimension is not limited; SEVERIDAD "R"
030490*                    rejects a breaching line, "M" posts it
030500*                    flagged). With no rules file nothing is
030510*                    enforced, same as before the control existed.
030520******************************************************************
030530 1670-LOAD-REGLAS.
030540     MOVE 0 TO WS-REGLAS-COUNT
030550     MOVE "N" TO WS-REGLAS-EOF
030560     OPEN INPUT REGLAS-FILE
030570     IF NOT WS-REGLAS-OK
030580         GO TO 1670-EXIT
030590     END-IF
030600     PERFORM UNTIL WS-REGLAS-FIN
030610         READ REGLAS-FILE
030620             AT END
030630                 SET WS-REGLAS-FIN TO TRUE
030640             NOT AT END
030650                 PERFORM 1680-PARSE-REGLA THRU 1680-EXIT
030660         END-READ
030670     END-PERFORM
030680     CLOSE REGLAS-FILE.
030690 1670-EXIT.
030700     EXIT.
030710
030720******************************************************************
030730* 1680-PARSE-REGLA - Add one velocity rule row to the working
030740*                    table; a row without a usable scope, key or
030750*                    severity is skipped
030760******************************************************************
030770 1680-PARSE-REGLA.
030780     MOVE SPACES TO WS-RGL-ALC-TMP
030790     MOVE SPACES TO WS-RGL-CLA-TMP
030800     MOVE SPACES TO WS-RGL-CNT-TMP
030810     MOVE SPACES TO WS-RGL-MTO-TMP
030820     MOVE SPACES TO WS-RGL-CRE-TMP
030830     MOVE SPACES TO WS-RGL-SEV-TMP
030840     UNSTRING REGLAS-LINE DELIMITED BY WS-DELIM
030850         INTO WS-RGL-ALC-TMP, WS-RGL-CLA-TMP, WS-RGL-CNT-TMP,
030860             WS-RGL-MTO-TMP, WS-RGL-CRE-TMP, WS-RGL-SEV-TMP
030870     IF (WS-RGL-ALC-TMP NOT = "C" AND WS-RGL-ALC-TMP NOT = "P")
030880             OR WS-RGL-CLA-TMP = SPACES
030890             OR (WS-RGL-SEV-TMP NOT = "R"
030900                 AND WS-RGL-SEV-TMP NOT = "M")
030910         GO TO 1680-EXIT
030920     END-IF
030930     IF WS-REGLAS-COUNT NOT < 50
030940         DISPLAY "ADVERTENCIA: TABLA DE REGLAS DE VELOCIDAD"
030950             " LLENA (50) - REGLAS ADICIONALES IGNORADAS"
030960         GO TO 1680-EXIT
030970     END-IF
030980     ADD 1 TO WS-REGLAS-COUNT
030990     SET RGL-IDX TO WS-REGLAS-COUNT
031000     MOVE WS-RGL-ALC-TMP TO WS-RGL-ALCANCE (RGL-IDX)
031010     MOVE WS-RGL-CLA-TMP TO WS-RGL-CLAVE (RGL-IDX)
031020     MOVE WS-RGL-SEV-TMP TO WS-RGL-SEVERIDAD (RGL-IDX)
031030     IF FUNCTION TEST-NUMVAL (WS-RGL-CNT-TMP) = 0
031040         MOVE FUNCTION NUMVAL (WS-RGL-CNT-TMP)
031050             TO WS-RGL-MAX-DEB-CNT (RGL-IDX)
031060     ELSE
031070         MOVE 0 TO WS-RGL-MAX-DEB-CNT (RGL-IDX)
031080     END-IF
031090     IF FUNCTION TEST-NUMVAL (WS-RGL-MTO-TMP) = 0
031100         MOVE FUNCTION NUMVAL (WS-RGL-MTO-TMP)
031110             TO WS-RGL-MAX-DEB-MTO (RGL-IDX)
031120     ELSE
031130         MOVE 0 TO WS-RGL-MAX-DEB-MTO (RGL-IDX)
031140     END-IF
031150     IF FUNCTION TEST-NUMVAL (WS-RGL-CRE-TMP) = 0
031160         MOVE FUNCTION NUMVAL (WS-RGL-CRE-TMP)
031170             TO WS-RGL-MAX-CRED (RGL-IDX)
031180     ELSE
031190         MOVE 0 TO WS-RGL-MAX-CRED (RGL-IDX)
031200     END-IF.
031210 1680-EXIT.
031220     EXIT.
031230
031240******************************************************************
031250* 1690-LOAD-MAPEO - Load the ledger mapping from
031260*                   MAPEO-CONTABLE.TXT
031270*                   (CLASE,PRODUCTO,MONEDA,CTA-DEBE,CTA-HABER per
031280*                   line; a blank or "*" PRODUCTO/MONEDA matches
031290*                   any). A SUSPENSO row names the suspense
031300*                   account in its CTA-DEBE column. With no file
031310*                   every GL record is journalled to the suspense
031320*                   account.
031330******************************************************************
031340 1690-LOAD-MAPEO.
031350     MOVE 0 TO WS-MAPEO-COUNT
031360     MOVE "N" TO WS-MAPEO-EOF
031370     OPEN INPUT MAPEO-FILE
031380     IF NOT WS-MAPEO-OK
031390         DISPLAY "ADVERTENCIA: SIN MAPEO-CONTABLE.TXT - ASIENTOS"
031400             " A CUENTA " WS-GL-SUSPENSO
031410         GO TO 1690-EXIT
031420     END-IF
031430     PERFORM UNTIL WS-MAPEO-FIN
031440         READ MAPEO-FILE
031450             AT END
031460                 SET WS-MAPEO-FIN TO TRUE
031470             NOT AT END
031480                 PERFORM 1695-PARSE-MAPEO THRU 1695-EXIT
031490         END-READ
031500     END-PERFORM
031510     CLOSE MAPEO-FILE.
031520 1690-EXIT.
031530     EXIT.
031540
031550******************************************************************
031560* 1695-PARSE-MAPEO - Add one mapping row to the working table; a
031570*                    row without a class or either GL account is
031580*                    skipped
031590******************************************************************
031600 1695-PARSE-MAPEO.
031610     MOVE SPACES TO WS-MAP-CLA-TMP
031620     MOVE SPACES TO WS-MAP-PRO-TMP
031630     MOVE SPACES TO WS-MAP-MON-TMP
031640     MOVE SPACES TO WS-MAP-DEB-TMP
031650     MOVE SPACES TO WS-MAP-HAB-TMP
031660     UNSTRING MAPEO-LINE DELIMITED BY WS-DELIM
031670         INTO WS-MAP-CLA-TMP, WS-MAP-PRO-TMP, WS-MAP-MON-TMP,
031680             WS-MAP-DEB-TMP, WS-MAP-HAB-TMP
031690     IF WS-MAP-CLA-TMP = "SUSPENSO"
031700         IF WS-MAP-DEB-TMP NOT = SPACES
031710             MOVE WS-MAP-DEB-TMP TO WS-GL-SUSPENSO
031720         END-IF
031730         GO TO 1695-EXIT
031740     END-IF
031750     IF WS-MAP-CLA-TMP = SPACES OR WS-MAP-DEB-TMP = SPACES
031760             OR WS-MAP-HAB-TMP = SPACES
031770         GO TO 1695-EXIT
031780     END-IF
031790     IF WS-MAPEO-COUNT NOT < 200
031800         DISPLAY "ADVERTENCIA: TABLA DE MAPEO CONTABLE"
031810             " LLENA (200) - FILAS ADICIONALES IGNORADAS"
031820         GO TO 1695-EXIT
031830     END-IF
031840     IF WS-MAP-PRO-TMP = SPACES
031850         MOVE "*" TO WS-MAP-PRO-TMP
031860     END-IF
031870     IF WS-MAP-MON-TMP = SPACES
031880         MOVE "*" TO WS-MAP-MON-TMP
031890     END-IF
031900     ADD 1 TO WS-MAPEO-COUNT
031910     SET MAP-IDX TO WS-MAPEO-COUNT
031920     MOVE WS-MAP-CLA-TMP TO WS-MAP-CLASE (MAP-IDX)
031930     MOVE WS-MAP-PRO-TMP TO WS-MAP-PRODUCTO (MAP-IDX)
031940     MOVE WS-MAP-MON-TMP TO WS-MAP-MONEDA (MAP-IDX)
031950     MOVE WS-MAP-DEB-TMP TO WS-MAP-DEBE (MAP-IDX)
031960     MOVE WS-MAP-HAB-TMP TO WS-MAP-HABER (MAP-IDX).
031970 1695-EXIT.
031980     EXIT.
031990
032000******************************************************************
032010* 1700-LOAD-CONTROL-DUAL - Load the dual-authorization settings
032020*                          from CONTROL-DUAL.TXT (CLASE,VALOR per
032030*                          line). This run enforces REVERSO (a
032040*                          reversal whose PEN amount is above
032050*                          VALOR) and TRANSF-EXT (an interbank
032060*                          transfer above VALOR); the other
032070*                          classes belong to MANTENIMIENTO-MAESTRO
032080*                          and AUTORIZA-OPERACIONES. With no file
032090*                          nothing is held, same as before the
032100*                          control existed.
032110******************************************************************
032120 1700-LOAD-CONTROL-DUAL.
032130     MOVE "N" TO WS-CTLDUAL-EOF
032140     OPEN INPUT CTLDUAL-FILE
032150     IF NOT WS-CTLDUAL-OK
032160         GO TO 1700-EXIT
032170     END-IF
032180     PERFORM UNTIL WS-CTLDUAL-FIN
032190         READ CTLDUAL-FILE
032200             AT END
032210                 SET WS-CTLDUAL-FIN TO TRUE
032220             NOT AT END
032230                 PERFORM 1710-PARSE-CONTROL-DUAL THRU 1710-EXIT
032240         END-READ
032250     END-PERFORM
032260     CLOSE CTLDUAL-FILE.
032270 1700-EXIT.
032280     EXIT.
032290
032300******************************************************************
032310* 1710-PARSE-CONTROL-DUAL - Switch on one controlled class; a
032320*                           blank or non-numeric VALOR is a zero
032330*                           threshold, so every such movement is
032340*                           held
032350******************************************************************
032360 1710-PARSE-CONTROL-DUAL.
032370     MOVE SPACES TO WS-DUAL-CLA-TMP
032380     MOVE SPACES TO WS-DUAL-VAL-TMP
032390     UNSTRING CTLDUAL-LINE DELIMITED BY WS-DELIM
032400         INTO WS-DUAL-CLA-TMP, WS-DUAL-VAL-TMP
032410     MOVE 0 TO WS-DUAL-MONTO-TMP
032420     IF WS-DUAL-VAL-TMP NOT = SPACES
032430             AND FUNCTION TEST-NUMVAL (WS-DUAL-VAL-TMP) = 0
032440         MOVE FUNCTION NUMVAL (WS-DUAL-VAL-TMP)
032450             TO WS-DUAL-MONTO-TMP
032460     END-IF
032470     EVALUATE WS-DUAL-CLA-TMP
032480         WHEN "REVERSO"
032490             SET WS-DUAL-CONTROLA-REV TO TRUE
032500             MOVE WS-DUAL-MONTO-TMP TO WS-DUAL-REV-UMBRAL
032510         WHEN "TRANSF-EXT"
032520             SET WS-DUAL-CONTROLA-TRF TO TRUE
032530             MOVE WS-DUAL-MONTO-TMP TO WS-DUAL-TRF-UMBRAL
032540         WHEN OTHER
032550             CONTINUE
032560     END-EVALUATE.
032570 1710-EXIT.
032580     EXIT.
032590
032600******************************************************************
032610* 1720-LOAD-AUTORIZACIONES - Load AUTORIZACIONES-PENDIENTES.TXT,
032620*                            the items held for a second approver
032630*                            and their outcome as AUTORIZA-
032640*                            OPERACIONES last left them. A
032650*                            released row is checked against its
032660*                            item here, and a line an earlier run
032670*                            of the same business date already
032680*                            held is not held twice.
032690******************************************************************
032700 1720-LOAD-AUTORIZACIONES.
032710     MOVE 0 TO WS-AUTP-COUNT
032720     MOVE "N" TO WS-AUTPEND-EOF
032730     OPEN INPUT AUTPEND-FILE
032740     IF NOT WS-AUTPEND-OK
032750         GO TO 1720-EXIT
032760     END-IF
032770     PERFORM UNTIL WS-AUTPEND-FIN
032780         READ AUTPEND-FILE
032790             AT END
032800                 SET WS-AUTPEND-FIN TO TRUE
032810             NOT AT END
032820                 PERFORM 1730-ADD-AUTORIZACION THRU 1730-EXIT
032830         END-READ
032840     END-PERFORM
032850     CLOSE AUTPEND-FILE.
032860 1720-EXIT.
032870     EXIT.
032880
032890******************************************************************
032900* 1730-ADD-AUTORIZACION - Add one held item to the working table
032910******************************************************************
032920 1730-ADD-AUTORIZACION.
032930     IF AUTPEND-LINE = SPACES
032940         GO TO 1730-EXIT
032950     END-IF
032960     IF WS-AUTP-COUNT NOT < 2000
032970         IF NOT WS-AUTP-LLENAS
032980             SET WS-AUTP-LLENAS TO TRUE
032990             DISPLAY "ADVERTENCIA: TABLA DE AUTORIZACIONES LLENA"
033000                 " (2000) - AUTORIZACIONES ADICIONALES IGNORADAS"
033010         END-IF
033020         GO TO 1730-EXIT
033030     END-IF
033040     ADD 1 TO WS-AUTP-COUNT
033050     SET AUTP-IDX TO WS-AUTP-COUNT
033060     MOVE AUTPEND-LINE TO WS-AUTP-REG (AUTP-IDX)
033070     MOVE AUTPEND-LINE (1:14) TO WS-AUTP-ID (AUTP-IDX)
033080     MOVE "N" TO WS-AUTP-USADA (AUTP-IDX)
033090     MOVE AUTPEND-LINE TO WS-AUT-REG
033100     IF WS-AUT-ES-TRANS AND WS-AUT-LIBERADA
033110             AND WS-AUT-FECHA-RES = WS-BATCH-FECHA
033120             AND WS-AUT-CLASE = "REVERSO"
033130         ADD 1 TO WS-ITFB-COUNT
033140         SET ITFB-IDX TO WS-ITFB-COUNT
033150         MOVE WS-AUT-FECHA-ALTA TO WS-ITFB-FECHA-PROC (ITFB-IDX)
033160         MOVE WS-AUT-T-ID-ORIG TO WS-ITFB-ID (ITFB-IDX)
033170     END-IF.
033180 1730-EXIT.
033190     EXIT.
033200
033210******************************************************************
033220* 1740-LOAD-ITF-COBRADO - Before the archive is purged or
033230*                         extended, pick out the ITF rows a
033240*                         reversal may have to refund today: those
033250*                         of the originals behind today's released
033260*                         reversals (they posted on the day the
033270*                         reversal was held) and, on a checkpoint
033280*                         restart, the business date's own rows
033290*                         already archived
033300******************************************************************
033310 1740-LOAD-ITF-COBRADO.
033320     MOVE 0 TO WS-ITFH-COUNT
033330     IF WS-ITFB-COUNT = 0 AND WS-RESTART-LINE = 0
033340             AND WS-ARCH-IDX-ACTUAL NOT > 1
033350         GO TO 1740-EXIT
033360     END-IF
033370     MOVE "N" TO WS-ITFH-EOF
033380     OPEN INPUT ARCHHIST-FILE
033390     IF NOT WS-ARCHHIST-OK
033400         GO TO 1740-EXIT
033410     END-IF
033420     PERFORM UNTIL WS-ITFH-FIN
033430         READ ARCHHIST-FILE
033440             AT END
033450                 SET WS-ITFH-FIN TO TRUE
033460             NOT AT END
033470                 PERFORM 1745-ADD-ITF-COBRADO THRU 1745-EXIT
033480         END-READ
033490     END-PERFORM
033500     CLOSE ARCHHIST-FILE.
033510 1740-EXIT.
033520     EXIT.
033530
033540******************************************************************
033550* 1745-ADD-ITF-COBRADO - Keep one archive row if it is an ITF
033560*                        charge 1740 is looking for
033570******************************************************************
033580 1745-ADD-ITF-COBRADO.
033590     MOVE ARCHHIST-LINE TO WS-ARCHHIST-LINEA
033600     IF WS-AH-TIPO NOT = "ITF"
033610         GO TO 1745-EXIT
033620     END-IF
033630     MOVE "N" TO WS-ITFH-GUARDA
033640     IF WS-AH-FECHA-PROC = WS-BATCH-FECHA
033650             AND (WS-RESTART-LINE > 0 OR WS-ARCH-IDX-ACTUAL > 1)
033660         SET WS-ITFH-SE-GUARDA TO TRUE
033670     END-IF
033680     IF WS-ITFB-COUNT > 0 AND NOT WS-ITFH-SE-GUARDA
033690         SET ITFB-IDX TO 1
033700         SEARCH WS-ITFB-ENTRY
033710             AT END
033720                 CONTINUE
033730             WHEN WS-ITFB-FECHA-PROC (ITFB-IDX) = WS-AH-FECHA-PROC
033740                     AND WS-ITFB-ID (ITFB-IDX) = WS-AH-ID
033750                 SET WS-ITFH-SE-GUARDA TO TRUE
033760         END-SEARCH
033770     END-IF
033780     IF WS-ITFH-SE-GUARDA
033790         PERFORM 3330-ANOTA-ITF THRU 3330-EXIT
033800     END-IF.
033810 1745-EXIT.
033820     EXIT.
033830
033840******************************************************************
033850* 1900-PROCESS-ARCHIVOS - Process every file in WS-ARCHIVOS-TABLE,
033860*                         in order, as one continuous logical
033870*                         stream so balances, counts and the
033880*                         trailer reconciliation in 8000-SHOW-REPORT
033890*                         accumulate across the whole list, not
033900*                         just the current file. A file that cannot
033910*                         be opened (typo in the operator-keyed
033920*                         list) is logged to EXCEPCIONES and
033930*                         skipped so the rest of the batch still
033940*                         posts instead of abending mid-run.
033950******************************************************************
033960 1900-PROCESS-ARCHIVOS.
033970     PERFORM UNTIL WS-ARCH-IDX-ACTUAL > WS-ARCHIVOS-COUNT
033980         MOVE WS-ARCH-NOMBRE (WS-ARCH-IDX-ACTUAL)
033990             TO WS-TRANS-FILENAME
034000         PERFORM 1910-CLASIFICA-ORIGEN THRU 1910-EXIT
034010         MOVE 0 TO WS-LINE-NUM
034020         MOVE "N" TO EOF-FLAG
034030         MOVE "Y" TO WS-FIRST-READ
034040         OPEN INPUT TRANS-FILE
034050         IF WS-TRANS-OK
034060             PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
034070             CLOSE TRANS-FILE
034080         ELSE
034090             DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR "
034100                 WS-TRANS-FILENAME " (STATUS " WS-TRANS-STATUS ")"
034110             MOVE 0 TO WS-EXC-LINENO
034120             MOVE "ARCHIVO DE ENTRADA NO SE PUDO ABRIR"
034130                 TO WS-EXC-RAZON
034140             MOVE WS-TRANS-FILENAME TO WS-EXC-TEXTO
034150             WRITE EXCEP-LINE FROM WS-EXCEP-LINEA
034160         END-IF
034170         ADD 1 TO WS-ARCH-IDX-ACTUAL
034180         MOVE 0 TO WS-RESTART-LINE
034190     END-PERFORM.
034200 1900-EXIT.
034210     EXIT.
034220
034230******************************************************************
034240* 1910-CLASIFICA-ORIGEN - Record which batch generator wrote the
034250*                         drop about to be read, when its name is
034260*                         one of their own drops (prefix, an
034270*                         8-digit business date and ".CSV"). Any
034280*                         other name - data.csv or whatever the
034290*                         operator listed - is operator-keyed
034300*                         ("O"): its lines go through dual control
034310*                         and the velocity rules and are
034320*                         journalled by type alone, whatever TR-ID
034330*                         they carry.
034340******************************************************************
034350 1910-CLASIFICA-ORIGEN.
034360     MOVE "O" TO WS-ARCH-ORIGEN
034370     MOVE 0 TO WS-ARCH-POS
034380     EVALUATE TRUE
034390         WHEN WS-TRANS-FILENAME (1:12) = "ORDENES-GEN-"
034400             MOVE 13 TO WS-ARCH-POS
034410             MOVE "P" TO WS-ARCH-CANDIDATO
034420         WHEN WS-TRANS-FILENAME (1:10) = "INTERESES-"
034430             MOVE 11 TO WS-ARCH-POS
034440             MOVE "I" TO WS-ARCH-CANDIDATO
034450         WHEN WS-TRANS-FILENAME (1:9) = "PLANILLA-"
034460             MOVE 10 TO WS-ARCH-POS
034470             MOVE "L" TO WS-ARCH-CANDIDATO
034480         WHEN WS-TRANS-FILENAME (1:9) = "EMBARGOS-"
034490             MOVE 10 TO WS-ARCH-POS
034500             MOVE "E" TO WS-ARCH-CANDIDATO
034510         WHEN WS-TRANS-FILENAME (1:7) = "CUOTAS-"
034520             MOVE 8 TO WS-ARCH-POS
034530             MOVE "C" TO WS-ARCH-CANDIDATO
034540         WHEN WS-TRANS-FILENAME (1:12) = "DESEMBOLSOS-"
034550             MOVE 13 TO WS-ARCH-POS
034560             MOVE "D" TO WS-ARCH-CANDIDATO
034570         WHEN WS-TRANS-FILENAME (1:18) = "INTERBANCARIO-ENT-"
034580             MOVE 19 TO WS-ARCH-POS
034590             MOVE "B" TO WS-ARCH-CANDIDATO
034600         WHEN WS-TRANS-FILENAME (1:12) = "AUTORIZADAS-"
034610             MOVE 13 TO WS-ARCH-POS
034620             MOVE "A" TO WS-ARCH-CANDIDATO
034630         WHEN OTHER
034640             GO TO 1910-EXIT
034650     END-EVALUATE
034660     IF WS-TRANS-FILENAME (WS-ARCH-POS:8) IS NUMERIC
034670             AND WS-TRANS-FILENAME (WS-ARCH-POS + 8:4) = ".CSV"
034680             AND WS-TRANS-FILENAME (WS-ARCH-POS + 12:) = SPACES
034690         MOVE WS-ARCH-CANDIDATO TO WS-ARCH-ORIGEN
034700     END-IF.
034710 1910-EXIT.
034720     EXIT.
034730
034740******************************************************************
034750* 2000-PROCESS-FILE - Read data.csv record by record until EOF
034760******************************************************************
034770 2000-PROCESS-FILE.
034780     PERFORM UNTIL EOF
034790         READ TRANS-FILE
034800             AT END
034810                 SET EOF TO TRUE
034820             NOT AT END
034830                 PERFORM 3000-PROCESS-LINE THRU 3000-EXIT
034840                 IF WS-LINE-NUM > WS-RESTART-LINE
034850                   DIVIDE WS-LINE-NUM BY WS-CHECKPOINT-INTERVAL
034860                     GIVING WS-CK-DUMMY REMAINDER WS-CK-REM
034870                   IF WS-CK-REM = 0
034880                     PERFORM 4000-WRITE-CHECKPOINT THRU 4000-EXIT
034890                   END-IF
034900                 END-IF
034910         END-READ
034920     END-PERFORM.
034930 2000-EXIT.
034940     EXIT.
034950
034960******************************************************************
034970* 3000-PROCESS-LINE - Parse and post one transaction line
034980******************************************************************
034990 3000-PROCESS-LINE.
035000     ADD 1 TO WS-LINE-NUM
035010     IF WS-FIRST-READ = "Y"
035020         MOVE "N" TO WS-FIRST-READ
035030         IF WS-RESTART-LINE > 0
035040             DISPLAY "REANUDANDO DESDE LINEA " WS-RESTART-LINE
035050         END-IF
035060     END-IF
035070
035080     IF WS-LINE-NUM NOT > WS-RESTART-LINE
035090         GO TO 3000-EXIT
035100     END-IF
035110
035120     MOVE "N" TO WS-ES-REVERSO-LINEA
035130     MOVE "N" TO WS-REV-AUTORIZADO-LINEA
035140     MOVE "N" TO WS-DUAL-VALIDA
035150     MOVE "N" TO WS-TRF-EXT-LINEA
035160     MOVE SPACES TO FIELDS
035170     UNSTRING TRANS-LINE DELIMITED BY WS-DELIM
035180         INTO FIELD-ID, FIELD-TIPO, FIELD-MONTO, FIELD-CUENTA,
035190             FIELD-CTA-DEST, FIELD-FECHA, FIELD-MONEDA,
035200             FIELD-USUARIO, FIELD-AUTORIZ
035210
035220     IF FUNCTION TEST-NUMVAL (FIELD-ID) NOT = 0
035230         MOVE "ID DE TRANSACCION NO NUMERICO O LINEA INCOMPLETA"
035240             TO WS-EXC-RAZON
035250         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
035260         GO TO 3000-EXIT
035270     END-IF
035280
035290     IF FUNCTION TEST-NUMVAL (FIELD-MONTO) NOT = 0
035300         MOVE "MONTO NO NUMERICO O LINEA INCOMPLETA"
035310             TO WS-EXC-RAZON
035320         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
035330         GO TO 3000-EXIT
035340     END-IF
035350
035360     MOVE FUNCTION NUMVAL (FIELD-ID) TO TR-ID
035370     MOVE FIELD-TIPO TO TR-TIPO
035380*    Each drop file in the list may carry its own TRAILER row, so
035390*    the expected count/amount accumulate across the run instead
035400*    of each trailer overwriting the last - the combined
035410*    reconciliation then matches a multi-drop batch. A single-file
035420*    run is unchanged: there is only one trailer to add.
035430     IF TR-TIPO(1:7) = "TRAILER"
035440         ADD FUNCTION NUMVAL (FIELD-ID) TO WS-TRAILER-CNT-ESP
035450         ADD FUNCTION NUMVAL (FIELD-MONTO)
035460             TO WS-TRAILER-MONTO-ESPERADO
035470         MOVE "Y" TO WS-TRAILER-PRESENTE
035480         GO TO 3000-EXIT
035490     END-IF
035500     MOVE FUNCTION NUMVAL (FIELD-MONTO) TO TR-MONTO
035510     MOVE FIELD-CTA-DEST TO TR-CUENTA-DESTINO
035520     MOVE FIELD-CUENTA TO TR-CUENTA
035530     MOVE FIELD-FECHA TO TR-FECHA
035540
035550     IF FIELD-MONEDA = SPACES
035560         MOVE "PEN" TO TR-MONEDA
035570     ELSE
035580         MOVE FIELD-MONEDA TO TR-MONEDA
035590     END-IF
035600
035610     MOVE TR-MONEDA TO WS-BUSCA-MONEDA
035620     PERFORM 3700-BUSCA-TASA THRU 3700-EXIT
035630     IF WS-TASA-ENCONTRADA = 0
035640         MOVE "MONEDA NO RECONOCIDA" TO WS-EXC-RAZON
035650         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
035660         GO TO 3000-EXIT
035670     END-IF
035680
035690     IF TR-TIPO(1:7) NOT = "Credito"
035700             AND TR-TIPO(1:6) NOT = "Debito"
035710             AND TR-TIPO(1:13) NOT = "Transferencia"
035720             AND TR-TIPO(1:7) NOT = "REVERSO"
035730         MOVE "TIPO DE TRANSACCION NO RECONOCIDO" TO WS-EXC-RAZON
035740         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
035750         GO TO 3000-EXIT
035760     END-IF
035770
035780     COMPUTE WS-DUP-SUB = TR-ID + 1
035790     IF WS-IDS-VISTOS (WS-DUP-SUB:1) = "Y"
035800         MOVE "TR-ID DUPLICADO EN EL ARCHIVO" TO WS-EXC-RAZON
035810         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
035820         GO TO 3000-EXIT
035830     END-IF
035840
035850     IF TR-ID NOT < WS-AUT-ID-DESDE
035860             AND TR-ID NOT > WS-AUT-ID-HASTA
035870         PERFORM 3090-VALIDA-LIBERADA THRU 3090-EXIT
035880         IF NOT WS-DUAL-ES-VALIDA
035890             PERFORM 3900-REJECT-LINE THRU 3900-EXIT
035900             GO TO 3000-EXIT
035910         END-IF
035920     END-IF
035930
035940     IF TR-TIPO(1:7) = "REVERSO"
035950         PERFORM 3460-APLICA-REVERSO THRU 3460-EXIT
035960         IF NOT WS-REV-SE-ENCONTRO
035970             PERFORM 3900-REJECT-LINE THRU 3900-EXIT
035980             GO TO 3000-EXIT
035990         END-IF
036000         MOVE TR-MONEDA TO WS-BUSCA-MONEDA
036010         PERFORM 3700-BUSCA-TASA THRU 3700-EXIT
036020         IF WS-TASA-ENCONTRADA = 0
036030             MOVE "MONEDA NO RECONOCIDA EN REVERSO"
036040                 TO WS-EXC-RAZON
036050             PERFORM 3900-REJECT-LINE THRU 3900-EXIT
036060             GO TO 3000-EXIT
036070         END-IF
036080     END-IF
036090
036100     IF TR-TIPO(1:13) = "Transferencia" AND TR-CUENTA-DESTINO
036110             = SPACES
036120         MOVE "TRANSFERENCIA SIN CUENTA DESTINO"
036130             TO WS-EXC-RAZON
036140         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
036150         GO TO 3000-EXIT
036160     END-IF
036170
036180     IF TR-CUENTA = SPACES
036190         MOVE "CUENTA NO INFORMADA" TO WS-EXC-RAZON
036200         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
036210         GO TO 3000-EXIT
036220     END-IF
036230
036240     MOVE TR-CUENTA TO WS-BUSCA-CUENTA
036250     PERFORM 3400-VALIDA-CUENTA THRU 3400-EXIT
036260     IF NOT WS-CTA-ES-VALIDA
036270         MOVE "CUENTA NO EXISTE O CERRADA" TO WS-EXC-RAZON
036280         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
036290         GO TO 3000-EXIT
036300     END-IF
036310
036320*    A destination carrying a recognized external-bank prefix is
036330*    not one of our accounts - it routes to the outbound clearing
036340*    file instead of being validated (and rejected) against the
036350*    account master.
036360     IF TR-TIPO(1:13) = "Transferencia"
036370         MOVE TR-CUENTA-DESTINO TO WS-BUSCA-CUENTA
036380         PERFORM 3450-BUSCA-BANCO-EXT THRU 3450-EXIT
036390     END-IF
036400
036410     IF TR-TIPO(1:13) = "Transferencia" AND NOT WS-TRF-EXTERNA
036420         MOVE TR-CUENTA-DESTINO TO WS-BUSCA-CUENTA
036430         PERFORM 3400-VALIDA-CUENTA THRU 3400-EXIT
036440         IF NOT WS-CTA-ES-VALIDA
036450             MOVE "CUENTA DESTINO NO EXISTE O CERRADA"
036460                 TO WS-EXC-RAZON
036470             PERFORM 3900-REJECT-LINE THRU 3900-EXIT
036480             GO TO 3000-EXIT
036490         END-IF
036500     END-IF
036510
036520     COMPUTE WS-MONTO-PEN = TR-MONTO * WS-TASA-ENCONTRADA
036530
036540*    Held for a second approver before any balance, limit or
036550*    velocity check looks at it - it does not post today.
036560     PERFORM 3080-CHECK-DUAL THRU 3080-EXIT
036570     IF WS-DUAL-RETENIDA
036580         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
036590         GO TO 3000-EXIT
036600     END-IF
036610
036620     PERFORM 3300-CALCULA-ITF THRU 3300-EXIT
036630
036640*    A seizure transfer pays out the very funds its embargo
036650*    holds, so 3550 lets it through the hold and 3560 releases
036660*    what it took once it posts. Only RETENCIONES-DIARIAS' own
036670*    drop carries seizures.
036680     MOVE "N" TO WS-EMB-EJECUCION
036690     IF TR-TIPO(1:13) = "Transferencia"
036700             AND WS-ARCH-DE-EMBARGOS
036710             AND TR-ID NOT < WS-EMB-ID-DESDE
036720             AND TR-ID NOT > WS-EMB-ID-HASTA
036730             AND WS-CTA-JUDICIAL NOT = SPACES
036740             AND TR-CUENTA-DESTINO = WS-CTA-JUDICIAL
036750         SET WS-ES-EMBARGO-EJEC TO TRUE
036760     END-IF
036770
036780     IF TR-TIPO(1:6) = "Debito" OR TR-TIPO(1:13) = "Transferencia"
036790         MOVE TR-CUENTA TO WS-BUSCA-CUENTA
036800         PERFORM 3550-CHECK-LIMITE THRU 3550-EXIT
036810         IF NOT WS-LIMITE-ES-OK
036820             IF WS-RET-BLOQUEA
036830                 MOVE "SALDO DISPONIBLE INSUFICIENTE (RETENCION)"
036840                     TO WS-EXC-RAZON
036850                 ADD 1 TO WS-CNT-RET-RECHAZOS
036860             ELSE
036870                 MOVE "LIMITE DE SOBREGIRO EXCEDIDO"
036880                     TO WS-EXC-RAZON
036890             END-IF
036900             PERFORM 3900-REJECT-LINE THRU 3900-EXIT
036910             GO TO 3000-EXIT
036920         END-IF
036930     END-IF
036940
036950*    3550 asks whether ONE debit fits the overdraft line; the
036960*    velocity rules ask whether the day's ACCUMULATED behavior
036970*    still looks like the customer - both gates must pass.
036980     PERFORM 3050-CHECK-VELOCIDAD THRU 3050-EXIT
036990     IF WS-VEL-RECHAZADA
037000         MOVE WS-VEL-RAZON TO WS-EXC-RAZON
037010         PERFORM 3900-REJECT-LINE THRU 3900-EXIT
037020         GO TO 3000-EXIT
037030     END-IF
037040
037050     IF WS-ES-EMBARGO-EJEC
037060         PERFORM 3560-CONSUME-RETENCION THRU 3560-EXIT
037070     END-IF
037080
037090     IF TR-TIPO(1:7) = "Credito"
037100         ADD WS-MONTO-PEN TO WS-BALANCE
037110         ADD 1 TO WS-COUNT-CREDITO
037120         MOVE TR-CUENTA TO WS-POST-CUENTA
037130         MOVE WS-MONTO-PEN TO WS-POST-MONTO
037140         PERFORM 3500-POST-ACCOUNT THRU 3500-EXIT
037150         MOVE TR-FECHA TO WS-BUSCA-FECHA
037160         PERFORM 3600-FIND-FECHA THRU 3600-EXIT
037170         IF WS-FCH-POSTEABLE
037180             ADD WS-MONTO-PEN TO WS-FCH-BALANCE (FCH-IDX)
037190             ADD 1 TO WS-FCH-CREDITOS (FCH-IDX)
037200         END-IF
037210         MOVE TR-MONEDA TO WS-BUSCA-MONEDA
037220         PERFORM 3800-POST-MONEDA THRU 3800-EXIT
037230         IF WS-MON-POSTEABLE
037240             ADD TR-MONTO TO WS-MON-BALANCE (MON-IDX)
037250             ADD 1 TO WS-MON-CREDITOS (MON-IDX)
037260         END-IF
037270     END-IF
037280
037290     IF TR-TIPO(1:6) = "Debito"
037300         SUBTRACT WS-MONTO-PEN FROM WS-BALANCE
037310         ADD 1 TO WS-COUNT-DEBITO
037320         MOVE TR-CUENTA TO WS-POST-CUENTA
037330         COMPUTE WS-POST-MONTO = WS-MONTO-PEN * -1
037340         PERFORM 3500-POST-ACCOUNT THRU 3500-EXIT
037350         MOVE TR-FECHA TO WS-BUSCA-FECHA
037360         PERFORM 3600-FIND-FECHA THRU 3600-EXIT
037370         IF WS-FCH-POSTEABLE
037380             SUBTRACT WS-MONTO-PEN FROM WS-FCH-BALANCE (FCH-IDX)
037390             ADD 1 TO WS-FCH-DEBITOS (FCH-IDX)
037400         END-IF
037410         MOVE TR-MONEDA TO WS-BUSCA-MONEDA
037420         PERFORM 3800-POST-MONEDA THRU 3800-EXIT
037430         IF WS-MON-POSTEABLE
037440             SUBTRACT TR-MONTO FROM WS-MON-BALANCE (MON-IDX)
037450             ADD 1 TO WS-MON-DEBITOS (MON-IDX)
037460         END-IF
037470     END-IF
037480
037490     IF TR-TIPO(1:13) = "Transferencia" AND WS-TRF-EXTERNA
037500         PERFORM 3480-POST-EXTERNA THRU 3480-EXIT
037510     END-IF
037520
037530     IF TR-TIPO(1:13) = "Transferencia" AND NOT WS-TRF-EXTERNA
037540         ADD 1 TO WS-COUNT-DEBITO
037550         ADD 1 TO WS-COUNT-CREDITO
037560         MOVE TR-CUENTA TO WS-POST-CUENTA
037570         COMPUTE WS-POST-MONTO = WS-MONTO-PEN * -1
037580         PERFORM 3500-POST-ACCOUNT THRU 3500-EXIT
037590         MOVE TR-CUENTA-DESTINO TO WS-POST-CUENTA
037600         MOVE WS-MONTO-PEN TO WS-POST-MONTO
037610         PERFORM 3500-POST-ACCOUNT THRU 3500-EXIT
037620         MOVE TR-FECHA TO WS-BUSCA-FECHA
037630         PERFORM 3600-FIND-FECHA THRU 3600-EXIT
037640         IF WS-FCH-POSTEABLE
037650             ADD 1 TO WS-FCH-CREDITOS (FCH-IDX)
037660             ADD 1 TO WS-FCH-DEBITOS (FCH-IDX)
037670         END-IF
037680         MOVE TR-MONEDA TO WS-BUSCA-MONEDA
037690         PERFORM 3800-POST-MONEDA THRU 3800-EXIT
037700         IF WS-MON-POSTEABLE
037710             ADD 1 TO WS-MON-CREDITOS (MON-IDX)
037720             ADD 1 TO WS-MON-DEBITOS (MON-IDX)
037730         END-IF
037740     END-IF
037750
037760     IF WS-MONTO-PEN > WS-MAX-MONTO
037770         MOVE WS-MONTO-PEN TO WS-MAX-MONTO
037780         MOVE TR-ID TO WS-MAX-ID
037790     END-IF
037800
037810     IF WS-MONTO-PEN < WS-MIN-MONTO
037820         MOVE WS-MONTO-PEN TO WS-MIN-MONTO
037830         MOVE TR-ID TO WS-MIN-ID
037840     END-IF
037850
037860     ADD WS-MONTO-PEN TO WS-SUMA-MONTOS
037870     ADD 1 TO WS-TOT-REGISTROS
037880     MOVE "Y" TO WS-IDS-VISTOS (WS-DUP-SUB:1)
037890*    A REVERSO line marks its original as reversed only here, when
037900*    the reversal has passed every downstream check and actually
037910*    posted - flagging at lookup time in 3460-APLICA-REVERSO left
037920*    a rejected reversal's original locked as "already reversed"
037930*    for the rest of the run. HIST-IDX is still positioned on the
037940*    entry the 3460 SEARCH found. A released reversal has no entry
037950*    there - its original posted on an earlier day. The journal
037960*    class is set first, so the entry keeps it for a reversal.
037970     PERFORM 3940-CLASIFICA-ASIENTO THRU 3940-EXIT
037980     IF NOT WS-ES-REVERSO
037990         IF TR-TIPO(1:6) = "Debito"
038000                 OR TR-TIPO(1:13) = "Transferencia"
038010             PERFORM 3070-POST-VELOCIDAD THRU 3070-EXIT
038020         END-IF
038030         PERFORM 3470-RECORD-HIST THRU 3470-EXIT
038040     ELSE
038050         IF NOT WS-REV-AUTORIZADO
038060             MOVE "Y" TO WS-HIST-REVERSADO (HIST-IDX)
038070         END-IF
038080     END-IF
038090
038100*    Dormancy tracking counts customer-initiated movement only -
038110*    a REVERSO leg is a bank correction and must not make a
038120*    dormant account look active again.
038130     IF NOT WS-ES-REVERSO
038140         MOVE TR-CUENTA TO WS-BUSCA-CUENTA
038150         PERFORM 3850-POST-ULTMOV THRU 3850-EXIT
038160         IF TR-TIPO(1:13) = "Transferencia"
038170                 AND NOT WS-TRF-EXTERNA
038180             MOVE TR-CUENTA-DESTINO TO WS-BUSCA-CUENTA
038190             PERFORM 3850-POST-ULTMOV THRU 3850-EXIT
038200         END-IF
038210     END-IF
038220
038230     MOVE TR-ID TO WS-DET-ID
038240     MOVE TR-TIPO TO WS-DET-TIPO
038250     MOVE TR-MONTO TO WS-DET-MONTO
038260     MOVE TR-MONEDA TO WS-DET-MONEDA
038270     MOVE WS-BALANCE TO WS-DET-BALANCE
038280     WRITE REPORTE-LINE FROM WS-DETALLE-LINEA
038290
038300     MOVE TR-ID TO WS-GL-ID
038310     MOVE TR-TIPO TO WS-GL-TIPO
038320     MOVE TR-MONEDA TO WS-GL-MONEDA
038330     MOVE WS-MONTO-PEN TO WS-GL-MONTO
038340     MOVE WS-BALANCE TO WS-GL-BALANCE
038350     WRITE GL-LINE FROM WS-GL-LINEA
038360     PERFORM 3950-WRITE-ASIENTO THRU 3950-EXIT
038370
038380     PERFORM 3475-ARCHIVA-HIST THRU 3475-EXIT
038390
038400     IF WS-MONTO-PEN > WS-UMBRAL-REVISION
038410         PERFORM 3650-FLAG-REVISION THRU 3650-EXIT
038420     END-IF
038430
038440*    The ITF legs post last: they reuse the TR- fields for their
038450*    own REPORTE/GLFEED/archive rows once the movement itself is
038460*    done. An internal transfer's destination leg follows its
038470*    source leg under the same TR-ID.
038480     IF WS-ITF-MONTO > 0
038490         PERFORM 3320-POSTEA-ITF THRU 3320-EXIT
038500     END-IF
038510     IF WS-ITF-DST-MONTO > 0
038520         MOVE WS-ITF-DST-CUENTA TO WS-ITF-CUENTA
038530         MOVE WS-ITF-DST-MONTO TO WS-ITF-MONTO
038540         MOVE WS-ITF-DST-PEN TO WS-ITF-PEN
038550         PERFORM 3320-POSTEA-ITF THRU 3320-EXIT
038560     END-IF.
038570 3000-EXIT.
038580     EXIT.
038590
038600******************************************************************
038610* 3050-CHECK-VELOCIDAD - Enforce the velocity rules on the current
038620*                     line: the day's accumulated debit count and
038630*                     PEN debit total per account/date, and the
038640*                     single-credit ceiling (an internal
038650*                     transfer's credit leg checks the
038660*                     destination's rule). One breach is enough;
038670*                     severity "R" leaves WS-VEL-RECHAZADA set
038680*                     for the caller to reject the line, "M"
038690*                     reports it and lets it post. REVERSO legs
038700*                     are corrections and are never screened, and
038710*                     neither are payroll transfers (TR-ID
038720*                     60001-69999 in PROCESA-PLANILLA's own drop):
038730*                     it accepted each batch as a whole, so no
038740*                     rule may reject part of it here.
038750******************************************************************
038760 3050-CHECK-VELOCIDAD.
038770     MOVE "N" TO WS-VEL-RECHAZA-LINEA
038780     IF WS-ES-REVERSO OR WS-REGLAS-COUNT = 0
038790         GO TO 3050-EXIT
038800     END-IF
038810     IF WS-ARCH-DE-PLANILLA
038820             AND TR-ID NOT < WS-PLA-ID-DESDE
038830             AND TR-ID NOT > WS-PLA-ID-HASTA
038840         GO TO 3050-EXIT
038850     END-IF
038860     IF TR-TIPO(1:7) = "Credito"
038870         MOVE TR-CUENTA TO WS-VEL-BUSCA-CTA
038880         PERFORM 3060-BUSCA-REGLA THRU 3060-EXIT
038890         IF WS-HAY-REGLA AND WS-REGLA-MAX-CRED > 0
038900                 AND WS-MONTO-PEN > WS-REGLA-MAX-CRED
038910             MOVE "VELOCIDAD: CREDITO UNICO EXCEDE MAXIMO"
038920                 TO WS-VEL-RAZON
038930             PERFORM 3055-REGISTRA-SOSPECHA THRU 3055-EXIT
038940             GO TO 3050-EXIT
038950         END-IF
038960     END-IF
038970     IF TR-TIPO(1:6) = "Debito"
038980             OR TR-TIPO(1:13) = "Transferencia"
038990         MOVE TR-CUENTA TO WS-VEL-BUSCA-CTA
039000         PERFORM 3060-BUSCA-REGLA THRU 3060-EXIT
039010         IF WS-HAY-REGLA
039020             PERFORM 3065-BUSCA-VELOCIDAD THRU 3065-EXIT
039030             IF WS-REGLA-MAX-DEB-CNT > 0
039040                     AND WS-VEL-DEB-CNT-ACT NOT <
039050                         WS-REGLA-MAX-DEB-CNT
039060                 MOVE "VELOCIDAD: MAX DEBITOS DIARIOS EXCEDIDO"
039070                     TO WS-VEL-RAZON
039080                 PERFORM 3055-REGISTRA-SOSPECHA THRU 3055-EXIT
039090                 GO TO 3050-EXIT
039100             END-IF
039110             IF WS-REGLA-MAX-DEB-MTO > 0
039120                     AND WS-VEL-DEB-MTO-ACT + WS-MONTO-PEN
039130                         > WS-REGLA-MAX-DEB-MTO
039140                 MOVE "VELOCIDAD: MONTO DEBITADO DIARIO EXCEDE"
039150                     TO WS-VEL-RAZON
039160                 PERFORM 3055-REGISTRA-SOSPECHA THRU 3055-EXIT
039170                 GO TO 3050-EXIT
039180             END-IF
039190         END-IF
039200     END-IF
039210     IF TR-TIPO(1:13) = "Transferencia" AND NOT WS-TRF-EXTERNA
039220         MOVE TR-CUENTA-DESTINO TO WS-VEL-BUSCA-CTA
039230         PERFORM 3060-BUSCA-REGLA THRU 3060-EXIT
039240         IF WS-HAY-REGLA AND WS-REGLA-MAX-CRED > 0
039250                 AND WS-MONTO-PEN > WS-REGLA-MAX-CRED
039260             MOVE "VELOCIDAD: ABONO EXCEDE MAXIMO DESTINO"
039270                 TO WS-VEL-RAZON
039280             PERFORM 3055-REGISTRA-SOSPECHA THRU 3055-EXIT
039290         END-IF
039300     END-IF.
039310 3050-EXIT.
039320     EXIT.
039330
039340******************************************************************
039350* 3055-REGISTRA-SOSPECHA - Write one breach to the suspicious-
039360*                     activity report: the breaching line, the
039370*                     rule outcome (RECHAZADA/MARCADA per the
039380*                     rule's severity) and the affected account's
039390*                     full day of movements from the history
039400*                     table, so the fraud team reviews behavior,
039410*                     not a lone transaction
039420******************************************************************
039430 3055-REGISTRA-SOSPECHA.
039440     MOVE TR-ID TO WS-SOS-ID
039450     MOVE WS-VEL-BUSCA-CTA TO WS-SOS-CTA
039460     MOVE TR-TIPO TO WS-SOS-TIPO
039470     MOVE WS-MONTO-PEN TO WS-SOS-PEN
039480     MOVE WS-VEL-RAZON TO WS-SOS-RAZON
039490     IF WS-REGLA-SEVERIDAD = "R"
039500         SET WS-VEL-RECHAZADA TO TRUE
039510         ADD 1 TO WS-CNT-VEL-RECHAZOS
039520         MOVE "RECHAZADA" TO WS-SOS-ACCION
039530     ELSE
039540         ADD 1 TO WS-CNT-VEL-MARCADAS
039550         MOVE "MARCADA" TO WS-SOS-ACCION
039560     END-IF
039570     WRITE SOSP-LINE FROM WS-SOSP-CABECERA
039580     WRITE SOSP-LINE FROM WS-SOSP-MOV-HEADER
039590     PERFORM 3057-SOSPECHA-MOVTO THRU 3057-EXIT
039600         VARYING WS-SOSP-SUB FROM 1 BY 1
039610         UNTIL WS-SOSP-SUB > WS-HIST-COUNT.
039620 3055-EXIT.
039630     EXIT.
039640
039650******************************************************************
039660* 3057-SOSPECHA-MOVTO - Echo one history entry into the breach
039670*                     report when it touches the affected account
039680*                     on the same business date as the breach
039690******************************************************************
039700 3057-SOSPECHA-MOVTO.
039710     IF WS-HIST-CUENTA (WS-SOSP-SUB) NOT = WS-VEL-BUSCA-CTA
039720             AND WS-HIST-CTA-DEST (WS-SOSP-SUB)
039730                 NOT = WS-VEL-BUSCA-CTA
039740         GO TO 3057-EXIT
039750     END-IF
039760     IF WS-HIST-FECHA (WS-SOSP-SUB) NOT = TR-FECHA
039770         GO TO 3057-EXIT
039780     END-IF
039790     MOVE WS-HIST-ID (WS-SOSP-SUB)       TO WS-SMV-ID
039800     MOVE WS-HIST-TIPO (WS-SOSP-SUB)     TO WS-SMV-TIPO
039810     MOVE WS-HIST-MONTO (WS-SOSP-SUB)    TO WS-SMV-MONTO
039820     MOVE WS-HIST-MONEDA (WS-SOSP-SUB)   TO WS-SMV-MONEDA
039830     MOVE WS-HIST-CUENTA (WS-SOSP-SUB)   TO WS-SMV-CUENTA
039840     MOVE WS-HIST-CTA-DEST (WS-SOSP-SUB) TO WS-SMV-DEST
039850     MOVE WS-HIST-FECHA (WS-SOSP-SUB)    TO WS-SMV-FECHA
039860     WRITE SOSP-LINE FROM WS-SOSP-MOV-LINEA.
039870 3057-EXIT.
039880     EXIT.
039890
039900******************************************************************
039910* 3060-BUSCA-REGLA - Find the velocity rule that governs
039920*                    WS-VEL-BUSCA-CTA: an account ("C") rule
039930*                    first, the account's product ("P") rule as
039940*                    the fallback. Leaves the flattened limits
039950*                    and WS-REGLA-HALLADA "Y"/"N".
039960******************************************************************
039970 3060-BUSCA-REGLA.
039980     MOVE "N" TO WS-REGLA-HALLADA
039990     MOVE 0 TO WS-REGLA-MAX-DEB-CNT
040000     MOVE 0 TO WS-REGLA-MAX-DEB-MTO
040010     MOVE 0 TO WS-REGLA-MAX-CRED
040020     MOVE "R" TO WS-REGLA-SEVERIDAD
040030     SET RGL-IDX TO 1
040040     SEARCH WS-REGLA-ENTRY
040050         AT END
040060             CONTINUE
040070         WHEN WS-RGL-ALCANCE (RGL-IDX) = "C"
040080                 AND WS-RGL-CLAVE (RGL-IDX) = WS-VEL-BUSCA-CTA
040090             PERFORM 3062-TOMA-REGLA THRU 3062-EXIT
040100     END-SEARCH
040110     IF WS-HAY-REGLA
040120         GO TO 3060-EXIT
040130     END-IF
040140     MOVE SPACES TO WS-VEL-CTA-PRODUCTO
040150     IF WS-HAY-MAESTRO
040160         SET MSTR-IDX TO 1
040170         SEARCH WS-MAESTRO-ENTRY
040180             AT END
040190                 CONTINUE
040200             WHEN WS-MSTR-CTA-ID (MSTR-IDX) = WS-VEL-BUSCA-CTA
040210                 MOVE WS-MSTR-PRODUCTO (MSTR-IDX)
040220                     TO WS-VEL-CTA-PRODUCTO
040230         END-SEARCH
040240     END-IF
040250     IF WS-VEL-CTA-PRODUCTO = SPACES
040260         GO TO 3060-EXIT
040270     END-IF
040280     SET RGL-IDX TO 1
040290     SEARCH WS-REGLA-ENTRY
040300         AT END
040310             CONTINUE
040320         WHEN WS-RGL-ALCANCE (RGL-IDX) = "P"
040330                 AND WS-RGL-CLAVE (RGL-IDX) (1:4)
040340                     = WS-VEL-CTA-PRODUCTO
040350             PERFORM 3062-TOMA-REGLA THRU 3062-EXIT
040360     END-SEARCH.
040370 3060-EXIT.
040380     EXIT.
040390
040400******************************************************************
040410* 3062-TOMA-REGLA - Flatten the rule at RGL-IDX into the working
040420*                   limit fields
040430******************************************************************
040440 3062-TOMA-REGLA.
040450     SET WS-HAY-REGLA TO TRUE
040460     MOVE WS-RGL-MAX-DEB-CNT (RGL-IDX) TO WS-REGLA-MAX-DEB-CNT
040470     MOVE WS-RGL-MAX-DEB-MTO (RGL-IDX) TO WS-REGLA-MAX-DEB-MTO
040480     MOVE WS-RGL-MAX-CRED (RGL-IDX)    TO WS-REGLA-MAX-CRED
040490     MOVE WS-RGL-SEVERIDAD (RGL-IDX)   TO WS-REGLA-SEVERIDAD.
040500 3062-EXIT.
040510     EXIT.
040520
040530******************************************************************
040540* 3065-BUSCA-VELOCIDAD - Leave WS-VEL-BUSCA-CTA's accumulated
040550*                    debit count and PEN debit total for TR-FECHA
040560*                    in the working fields (zero when the account
040570*                    has not debited today)
040580******************************************************************
040590 3065-BUSCA-VELOCIDAD.
040600     MOVE 0 TO WS-VEL-DEB-CNT-ACT
040610     MOVE 0 TO WS-VEL-DEB-MTO-ACT
040620     SET VEL-IDX TO 1
040630     SEARCH WS-VEL-ENTRY
040640         AT END
040650             CONTINUE
040660         WHEN WS-VEL-CTA (VEL-IDX) = WS-VEL-BUSCA-CTA
040670                 AND WS-VEL-FECHA (VEL-IDX) = TR-FECHA
040680             MOVE WS-VEL-DEB-CNT (VEL-IDX)
040690                 TO WS-VEL-DEB-CNT-ACT
040700             MOVE WS-VEL-DEB-MTO (VEL-IDX)
040710                 TO WS-VEL-DEB-MTO-ACT
040720     END-SEARCH.
040730 3065-EXIT.
040740     EXIT.
040750
040760******************************************************************
040770* 3070-POST-VELOCIDAD - Accumulate the posted debit into
040780*                    TR-CUENTA's count and PEN total for TR-FECHA
040790*                    (opening the slot on first debit of the day)
040800******************************************************************
040810 3070-POST-VELOCIDAD.
040820     MOVE TR-CUENTA TO WS-VEL-BUSCA-CTA
040830     SET VEL-IDX TO 1
040840     SEARCH WS-VEL-ENTRY
040850         AT END
040860             IF WS-VEL-COUNT NOT < 400
040870                 IF NOT WS-VEL-LLENAS
040880                     SET WS-VEL-LLENAS TO TRUE
040890                     DISPLAY "ADVERTENCIA: TABLA DE VELOCIDAD"
040900                         " LLENA (400) - CUENTAS ADICIONALES"
040910                         " SIN CONTROL ACUMULADO"
040920                 END-IF
040930                 GO TO 3070-EXIT
040940             END-IF
040950             ADD 1 TO WS-VEL-COUNT
040960             SET VEL-IDX TO WS-VEL-COUNT
040970             MOVE WS-VEL-BUSCA-CTA TO WS-VEL-CTA (VEL-IDX)
040980             MOVE TR-FECHA TO WS-VEL-FECHA (VEL-IDX)
040990             MOVE 0 TO WS-VEL-DEB-CNT (VEL-IDX)
041000             MOVE 0 TO WS-VEL-DEB-MTO (VEL-IDX)
041010         WHEN WS-VEL-CTA (VEL-IDX) = WS-VEL-BUSCA-CTA
041020                 AND WS-VEL-FECHA (VEL-IDX) = TR-FECHA
041030             CONTINUE
041040     END-SEARCH
041050     ADD 1 TO WS-VEL-DEB-CNT (VEL-IDX)
041060     ADD WS-MONTO-PEN TO WS-VEL-DEB-MTO (VEL-IDX).
041070 3070-EXIT.
041080     EXIT.
041090
041100******************************************************************
041110* 3080-CHECK-DUAL - Decide whether the line just validated
041120*                   needs a second approver: a REVERSO whose PEN
041130*                   amount is above the REVERSO threshold, or an
041140*                   interbank Transferencia above the TRANSF-EXT
041150*                   threshold. No generator emits a REVERSO, so
041160*                   one is always controlled; a Transferencia is
041170*                   exempt only when it comes from a bank-
041180*                   generated drop (1910), never on the strength
041190*                   of its TR-ID, which the operator keys. A line
041200*                   already released by AUTORIZA-OPERACIONES
041210*                   (3090) is not held a second time.
041220*                   A controlled line is written to
041230*                   AUTORIZACIONES-PENDIENTES.TXT under its maker
041240*                   (the USUARIO column) and WS-DUAL-RETENIDA is
041250*                   set with the reason, so the caller rejects it
041260*                   from today's posting; it posts on the day
041270*                   AUTORIZA-OPERACIONES releases it. A line with
041280*                   no maker cannot be approved by "someone else"
041290*                   and is rejected outright.
041300******************************************************************
041310 3080-CHECK-DUAL.
041320     MOVE "N" TO WS-DUAL-RETIENE
041330     MOVE SPACES TO WS-DUAL-CLASE
041340     IF WS-DUAL-ES-VALIDA
041350         GO TO 3080-EXIT
041360     END-IF
041370     IF WS-ES-REVERSO
041380         IF WS-DUAL-CONTROLA-REV
041390                 AND WS-MONTO-PEN > WS-DUAL-REV-UMBRAL
041400             MOVE "REVERSO" TO WS-DUAL-CLASE
041410         END-IF
041420     ELSE
041430         IF TR-TIPO(1:13) = "Transferencia" AND WS-TRF-EXTERNA
041440                 AND WS-DUAL-CONTROLA-TRF
041450                 AND WS-MONTO-PEN > WS-DUAL-TRF-UMBRAL
041460                 AND NOT WS-ARCH-GENERADO
041470             MOVE "TRANSF-EXT" TO WS-DUAL-CLASE
041480         END-IF
041490     END-IF
041500     IF WS-DUAL-CLASE = SPACES
041510         GO TO 3080-EXIT
041520     END-IF
041530     SET WS-DUAL-RETENIDA TO TRUE
041540     IF FIELD-USUARIO = SPACES
041550         MOVE "OPERACION CONTROLADA SIN USUARIO OPERADOR"
041560             TO WS-EXC-RAZON
041570         GO TO 3080-EXIT
041580     END-IF
041590     ADD 1 TO WS-CNT-DUAL-RETENIDAS
041600     MOVE "PENDIENTE DE AUTORIZACION DUAL" TO WS-EXC-RAZON
041610*    The original stays locked while its reversal waits, so a
041620*    second REVERSO keyed the same day cannot queue up behind it.
041630     IF WS-ES-REVERSO
041640         MOVE "Y" TO WS-HIST-REVERSADO (HIST-IDX)
041650     END-IF
041660     MOVE TR-ID TO WS-AUT-TR-ID-ED
041670     MOVE SPACES TO WS-AUT-NUEVO-ID
041680     STRING "T" WS-BATCH-FECHA WS-AUT-TR-ID-ED DELIMITED BY SIZE
041690         INTO WS-AUT-NUEVO-ID
041700     IF WS-AUTP-COUNT > 0
041710         SET AUTP-IDX TO 1
041720         SEARCH WS-AUTP-ENTRY
041730             AT END
041740                 CONTINUE
041750             WHEN WS-AUTP-ID (AUTP-IDX) = WS-AUT-NUEVO-ID
041760                 GO TO 3080-EXIT
041770         END-SEARCH
041780     END-IF
041790     PERFORM 3085-WRITE-PENDIENTE THRU 3085-EXIT.
041800 3080-EXIT.
041810     EXIT.
041820
041830******************************************************************
041840* 3085-WRITE-PENDIENTE - Append the held line to AUTORIZACIONES-
041850*                        PENDIENTES.TXT as the movement it will
041860*                        post - a REVERSO already turned into its
041870*                        opposite movement by 3460, with the
041880*                        original's TR-ID, type and account kept
041890*                        for the day it is released. The file is
041900*                        opened on the first hold of the run.
041910******************************************************************
041920 3085-WRITE-PENDIENTE.
041930     MOVE SPACES TO WS-AUT-REG
041940     MOVE WS-AUT-NUEVO-ID TO WS-AUT-ID
041950     MOVE "T" TO WS-AUT-ORIGEN
041960     MOVE "P" TO WS-AUT-ESTADO
041970     MOVE WS-DUAL-CLASE TO WS-AUT-CLASE
041980     MOVE FIELD-USUARIO TO WS-AUT-USR-OPER
041990     MOVE WS-BATCH-FECHA TO WS-AUT-FECHA-ALTA
042000     MOVE WS-MONTO-PEN TO WS-AUT-MONTO-PEN
042010     MOVE 0 TO WS-AUT-NUM-LIB
042020     MOVE TR-TIPO TO WS-AUT-T-TIPO
042030     MOVE TR-MONTO TO WS-AUT-T-MONTO
042040     MOVE TR-CUENTA TO WS-AUT-T-CUENTA
042050     MOVE TR-CUENTA-DESTINO TO WS-AUT-T-CTA-DEST
042060     MOVE TR-FECHA TO WS-AUT-T-FECHA
042070     MOVE TR-MONEDA TO WS-AUT-T-MONEDA
042080     MOVE 0 TO WS-AUT-T-ID-ORIG
042090     IF WS-ES-REVERSO
042100         MOVE WS-REV-ID-ORIG TO WS-AUT-T-ID-ORIG
042110         MOVE WS-HIST-CLASE (HIST-IDX) TO WS-AUT-T-CLASE-ORIG
042120         MOVE WS-HIST-CUENTA (HIST-IDX) TO WS-AUT-T-CTA-ORIG
042130     END-IF
042140     IF NOT WS-AUTPEND-ABIERTO
042150         OPEN EXTEND AUTPEND-FILE
042160         IF WS-AUTPEND-NOFILE
042170             OPEN OUTPUT AUTPEND-FILE
042180         END-IF
042190         SET WS-AUTPEND-ABIERTO TO TRUE
042200     END-IF
042210     WRITE AUTPEND-LINE FROM WS-AUT-REG.
042220 3085-EXIT.
042230     EXIT.
042240
042250******************************************************************
042260* 3090-VALIDA-LIBERADA - A row in the released range (TR-ID
042270*                        45001-49999, written by AUTORIZA-
042280*                        OPERACIONES) posts only against the item
042290*                        its AUTORIZACION column names: released
042300*                        for this business date, approved by a
042310*                        user other than its maker, not already
042320*                        used in this run, and carrying exactly
042330*                        the movement that was held. A released
042340*                        reversal posts as the reversal it was -
042350*                        3460 cannot look the original up again,
042360*                        it posted on an earlier day - so the
042370*                        original's TR-ID, type and account come
042380*                        from the item. Leaves WS-DUAL-VALIDA
042390*                        "Y"/"N", with WS-EXC-RAZON set on "N".
042400******************************************************************
042410 3090-VALIDA-LIBERADA.
042420     MOVE "N" TO WS-DUAL-VALIDA
042430     MOVE "AUTORIZACION DUAL NO ENCONTRADA" TO WS-EXC-RAZON
042440     IF FIELD-AUTORIZ = SPACES OR WS-AUTP-COUNT = 0
042450         GO TO 3090-EXIT
042460     END-IF
042470     SET AUTP-IDX TO 1
042480     SEARCH WS-AUTP-ENTRY
042490         AT END
042500             GO TO 3090-EXIT
042510         WHEN WS-AUTP-ID (AUTP-IDX) = FIELD-AUTORIZ
042520             MOVE WS-AUTP-REG (AUTP-IDX) TO WS-AUT-REG
042530     END-SEARCH
042540     IF NOT WS-AUT-ES-TRANS OR NOT WS-AUT-LIBERADA
042550             OR WS-AUT-FECHA-RES NOT = WS-BATCH-FECHA
042560         MOVE "AUTORIZACION DUAL NO LIBERADA PARA HOY"
042570             TO WS-EXC-RAZON
042580         GO TO 3090-EXIT
042590     END-IF
042600     IF WS-AUTP-YA-USADA (AUTP-IDX)
042610         MOVE "AUTORIZACION DUAL YA UTILIZADA" TO WS-EXC-RAZON
042620         GO TO 3090-EXIT
042630     END-IF
042640     IF WS-AUT-USR-APROB = SPACES
042650             OR WS-AUT-USR-APROB = WS-AUT-USR-OPER
042660         MOVE "AUTORIZACION DUAL SIN SEGUNDO USUARIO"
042670             TO WS-EXC-RAZON
042680         GO TO 3090-EXIT
042690     END-IF
042700     IF TR-ID NOT = WS-AUT-NUM-LIB
042710             OR TR-TIPO NOT = WS-AUT-T-TIPO
042720             OR TR-MONTO NOT = WS-AUT-T-MONTO
042730             OR TR-CUENTA NOT = WS-AUT-T-CUENTA
042740             OR TR-CUENTA-DESTINO NOT = WS-AUT-T-CTA-DEST
042750             OR TR-FECHA NOT = WS-AUT-T-FECHA
042760             OR TR-MONEDA NOT = WS-AUT-T-MONEDA
042770         MOVE "MOVIMIENTO DISTINTO AL AUTORIZADO" TO WS-EXC-RAZON
042780         GO TO 3090-EXIT
042790     END-IF
042800     SET WS-DUAL-ES-VALIDA TO TRUE
042810     MOVE "Y" TO WS-AUTP-USADA (AUTP-IDX)
042820     IF WS-AUT-CLASE = "REVERSO"
042830         SET WS-ES-REVERSO TO TRUE
042840         SET WS-REV-AUTORIZADO TO TRUE
042850         MOVE WS-AUT-T-ID-ORIG TO WS-REV-ID-ORIG
042860         MOVE WS-AUT-FECHA-ALTA TO WS-REV-FECHA-ORIG
042870         MOVE WS-AUT-T-CLASE-ORIG TO WS-REV-CLASE-ORIG
042880         MOVE WS-AUT-T-CTA-ORIG TO WS-REV-CTA-ORIG
042890     END-IF.
042900 3090-EXIT.
042910     EXIT.
042920
042930******************************************************************
042940* 3300-CALCULA-ITF - Work out the ITF (financial transaction tax)
042950*                    on the current line at WS-TASA-ITF-PCT,
042960*                    truncated to the centimo. Credito, Debito
042970*                    and Transferencia (internal or interbank)
042980*                    are charged on TR-CUENTA, and an internal
042990*                    Transferencia's credit leg on
043000*                    TR-CUENTA-DESTINO as well (WS-ITF-DST-*). A
043010*                    REVERSO is not charged but refunds what its
043020*                    original withheld - on TR-CUENTA for "Debito
043030*                    (REV)" and "Credito (REV)", on both accounts
043040*                    for "Transferencia R", where 3460 swapped the
043050*                    legs. Leaves WS-ITF-MONTO and
043060*                    WS-ITF-DST-MONTO zero when there is nothing
043070*                    to post, and - for the overdraft check -
043080*                    WS-ITF-CARGO-PEN set only on the charge to
043090*                    the debited account, WS-ITF-ABONO-PEN only on
043100*                    the refund a reversal gives back to it.
043110******************************************************************
043120 3300-CALCULA-ITF.
043130     MOVE 0 TO WS-ITF-MONTO
043140     MOVE 0 TO WS-ITF-PEN
043150     MOVE 0 TO WS-ITF-CARGO-PEN
043160     MOVE 0 TO WS-ITF-ABONO-PEN
043170     MOVE 0 TO WS-ITF-DST-MONTO
043180     MOVE 0 TO WS-ITF-DST-PEN
043190     MOVE SPACES TO WS-ITF-DST-CUENTA
043200     MOVE "N" TO WS-ITF-DEVOLUCION
043210     IF WS-ES-REVERSO
043220         SET WS-ITF-ES-DEVOLUCION TO TRUE
043230         MOVE "ITF (REV)" TO WS-ITF-TIPO
043240         IF TR-TIPO(1:13) = "Transferencia"
043250             MOVE TR-CUENTA-DESTINO TO WS-ITF-CUENTA
043260             MOVE TR-CUENTA TO WS-ITF-DST-CUENTA
043270         ELSE
043280             MOVE TR-CUENTA TO WS-ITF-CUENTA
043290         END-IF
043300     ELSE
043310         IF WS-TASA-ITF-PCT = 0
043320             GO TO 3300-EXIT
043330         END-IF
043340         MOVE "ITF" TO WS-ITF-TIPO
043350         MOVE TR-CUENTA TO WS-ITF-CUENTA
043360         IF TR-TIPO(1:13) = "Transferencia" AND NOT WS-TRF-EXTERNA
043370             MOVE TR-CUENTA-DESTINO TO WS-ITF-DST-CUENTA
043380         END-IF
043390     END-IF
043400     MOVE WS-ITF-CUENTA TO WS-ITF-BUSCA-CTA
043410     PERFORM 3310-MONTO-ITF THRU 3310-EXIT
043420     MOVE WS-ITF-CALC-MONTO TO WS-ITF-MONTO
043430     MOVE WS-ITF-CALC-PEN TO WS-ITF-PEN
043440     IF WS-ITF-DST-CUENTA NOT = SPACES
043450         MOVE WS-ITF-DST-CUENTA TO WS-ITF-BUSCA-CTA
043460         PERFORM 3310-MONTO-ITF THRU 3310-EXIT
043470         MOVE WS-ITF-CALC-MONTO TO WS-ITF-DST-MONTO
043480         MOVE WS-ITF-CALC-PEN TO WS-ITF-DST-PEN
043490     END-IF
043500     EVALUATE TRUE
043510         WHEN NOT WS-ITF-ES-DEVOLUCION
043520             MOVE WS-ITF-PEN TO WS-ITF-CARGO-PEN
043530         WHEN TR-TIPO(1:13) = "Transferencia"
043540             MOVE WS-ITF-DST-PEN TO WS-ITF-ABONO-PEN
043550         WHEN OTHER
043560             MOVE WS-ITF-PEN TO WS-ITF-ABONO-PEN
043570     END-EVALUATE.
043580 3300-EXIT.
043590     EXIT.
043600
043610******************************************************************
043620* 3310-MONTO-ITF - The ITF of the current line on account
043630*                  WS-ITF-BUSCA-CTA into WS-ITF-CALC-MONTO/PEN. A
043640*                  charge is computed, zero for an ITF-EXENTO
043650*                  account. A refund is the charge its original
043660*                  actually withheld on that account, found by the
043670*                  original's business date and TR-ID, so a change
043680*                  of rate or exemption since then does not alter
043690*                  it; nothing withheld, nothing refunded.
043700******************************************************************
043710 3310-MONTO-ITF.
043720     MOVE 0 TO WS-ITF-CALC-MONTO
043730     MOVE 0 TO WS-ITF-CALC-PEN
043740     IF WS-ITF-ES-DEVOLUCION
043750         IF WS-ITFH-COUNT > 0
043760             SET ITFH-IDX TO 1
043770             SEARCH WS-ITFH-ENTRY
043780                 AT END
043790                     CONTINUE
043800                 WHEN WS-ITFH-FECHA-PROC (ITFH-IDX)
043810                             = WS-REV-FECHA-ORIG
043820                         AND WS-ITFH-ID (ITFH-IDX)
043830                             = WS-REV-ID-ORIG
043840                         AND WS-ITFH-CUENTA (ITFH-IDX)
043850                             = WS-ITF-BUSCA-CTA
043860                     MOVE WS-ITFH-MONTO (ITFH-IDX)
043870                         TO WS-ITF-CALC-MONTO
043880                     MOVE WS-ITFH-PEN (ITFH-IDX)
043890                         TO WS-ITF-CALC-PEN
043900             END-SEARCH
043910         END-IF
043920         GO TO 3310-EXIT
043930     END-IF
043940     IF WS-HAY-MAESTRO
043950         SET MSTR-IDX TO 1
043960         SEARCH WS-MAESTRO-ENTRY
043970             AT END
043980                 CONTINUE
043990             WHEN WS-MSTR-CTA-ID (MSTR-IDX) = WS-ITF-BUSCA-CTA
044000                 IF WS-MSTR-EXENTO-ITF (MSTR-IDX)
044010                     GO TO 3310-EXIT
044020                 END-IF
044030         END-SEARCH
044040     END-IF
044050     COMPUTE WS-ITF-CALC-MONTO = TR-MONTO * WS-TASA-ITF-PCT / 100
044060     COMPUTE WS-ITF-CALC-PEN =
044070         WS-ITF-CALC-MONTO * WS-TASA-ENCONTRADA.
044080 3310-EXIT.
044090     EXIT.
044100
044110******************************************************************
044120* 3320-POSTEA-ITF - Post the ITF worked out by 3300 as its own
044130*                   movement against WS-ITF-CUENTA: a charge
044140*                   debits (a refund credits) the balance, the
044150*                   account, the per-date and the per-currency
044160*                   subtotals, without counting as a transaction
044170*                   of its own. The leg is written to REPORTE,
044180*                   GLFEED and the archive under the TR-ID that
044190*                   caused it; an ITF (REV) archive row carries
044200*                   the reversed TR-ID like its parent does. A
044210*                   charge is also noted for a later reversal.
044220******************************************************************
044230 3320-POSTEA-ITF.
044240     MOVE WS-ITF-CUENTA TO WS-POST-CUENTA
044250     MOVE TR-FECHA TO WS-BUSCA-FECHA
044260     PERFORM 3600-FIND-FECHA THRU 3600-EXIT
044270     MOVE TR-MONEDA TO WS-BUSCA-MONEDA
044280     PERFORM 3800-POST-MONEDA THRU 3800-EXIT
044290     IF WS-ITF-ES-DEVOLUCION
044300         ADD WS-ITF-PEN TO WS-BALANCE
044310         SUBTRACT WS-ITF-PEN FROM WS-ITF-NETO-PEN
044320         MOVE WS-ITF-PEN TO WS-POST-MONTO
044330         IF WS-FCH-POSTEABLE
044340             ADD WS-ITF-PEN TO WS-FCH-BALANCE (FCH-IDX)
044350         END-IF
044360         IF WS-MON-POSTEABLE
044370             ADD WS-ITF-MONTO TO WS-MON-BALANCE (MON-IDX)
044380         END-IF
044390     ELSE
044400         SUBTRACT WS-ITF-PEN FROM WS-BALANCE
044410         ADD WS-ITF-PEN TO WS-ITF-NETO-PEN
044420         COMPUTE WS-POST-MONTO = WS-ITF-PEN * -1
044430         IF WS-FCH-POSTEABLE
044440             SUBTRACT WS-ITF-PEN FROM WS-FCH-BALANCE (FCH-IDX)
044450         END-IF
044460         IF WS-MON-POSTEABLE
044470             SUBTRACT WS-ITF-MONTO FROM WS-MON-BALANCE (MON-IDX)
044480         END-IF
044490     END-IF
044500     PERFORM 3500-POST-ACCOUNT THRU 3500-EXIT
044510     ADD 1 TO WS-ITF-COUNT
044520
044530     MOVE WS-ITF-TIPO TO TR-TIPO
044540     MOVE WS-ITF-MONTO TO TR-MONTO
044550     MOVE WS-ITF-CUENTA TO TR-CUENTA
044560     MOVE SPACES TO TR-CUENTA-DESTINO
044570     MOVE WS-ITF-PEN TO WS-MONTO-PEN
044580
044590     MOVE TR-ID TO WS-DET-ID
044600     MOVE TR-TIPO TO WS-DET-TIPO
044610     MOVE TR-MONTO TO WS-DET-MONTO
044620     MOVE TR-MONEDA TO WS-DET-MONEDA
044630     MOVE WS-BALANCE TO WS-DET-BALANCE
044640     WRITE REPORTE-LINE FROM WS-DETALLE-LINEA
044650
044660     MOVE TR-ID TO WS-GL-ID
044670     MOVE TR-TIPO TO WS-GL-TIPO
044680     MOVE TR-MONEDA TO WS-GL-MONEDA
044690     MOVE WS-MONTO-PEN TO WS-GL-MONTO
044700     MOVE WS-BALANCE TO WS-GL-BALANCE
044710     WRITE GL-LINE FROM WS-GL-LINEA
044720*    A refund unwinds the withholding, so its legs run the other
044730*    way round from the ITF charge itself.
044740     MOVE "ITF" TO WS-ASI-CLASE
044750     MOVE WS-ITF-CUENTA TO WS-ASI-CUENTA
044760     MOVE "N" TO WS-ASI-SENTIDO
044770     IF WS-ITF-ES-DEVOLUCION
044780         SET WS-ASI-INVERSO TO TRUE
044790     END-IF
044800     PERFORM 3950-WRITE-ASIENTO THRU 3950-EXIT
044810
044820     PERFORM 3475-ARCHIVA-HIST THRU 3475-EXIT
044830     IF NOT WS-ITF-ES-DEVOLUCION
044840         PERFORM 3330-ANOTA-ITF THRU 3330-EXIT
044850     END-IF.
044860 3320-EXIT.
044870     EXIT.
044880
044890******************************************************************
044900* 3330-ANOTA-ITF - Note the ITF charge in WS-ARCHHIST-LINEA in the
044910*                  ITF-withheld table. Past the table's size
044920*                  the charge goes unnoted and a reversal of it
044930*                  refunds nothing.
044940******************************************************************
044950 3330-ANOTA-ITF.
044960     IF WS-ITFH-COUNT NOT < 2500
044970         GO TO 3330-EXIT
044980     END-IF
044990     ADD 1 TO WS-ITFH-COUNT
045000     SET ITFH-IDX TO WS-ITFH-COUNT
045010     MOVE WS-AH-FECHA-PROC TO WS-ITFH-FECHA-PROC (ITFH-IDX)
045020     MOVE WS-AH-ID TO WS-ITFH-ID (ITFH-IDX)
045030     MOVE WS-AH-CUENTA TO WS-ITFH-CUENTA (ITFH-IDX)
045040     MOVE WS-AH-MONTO TO WS-ITFH-MONTO (ITFH-IDX)
045050     MOVE WS-AH-MONTO-PEN TO WS-ITFH-PEN (ITFH-IDX).
045060 3330-EXIT.
045070     EXIT.
045080
045090******************************************************************
045100* 3400-VALIDA-CUENTA - Check WS-BUSCA-CUENTA against the account
045110*                      master, leaving WS-CTA-VALIDA "Y"/"N". If no
045120*                      master was loaded (MAESTRO-CUENTAS.TXT not
045130*                      found) every account is accepted, same as
045140*                      before the master file existed.
045150******************************************************************
045160 3400-VALIDA-CUENTA.
045170     MOVE "Y" TO WS-CTA-VALIDA
045180     IF WS-HAY-MAESTRO
045190         MOVE "N" TO WS-CTA-VALIDA
045200         SET MSTR-IDX TO 1
045210         SEARCH WS-MAESTRO-ENTRY
045220             AT END
045230                 CONTINUE
045240             WHEN WS-MSTR-CTA-ID (MSTR-IDX) = WS-BUSCA-CUENTA
045250                 IF WS-MSTR-ACTIVA (MSTR-IDX)
045260                     MOVE "Y" TO WS-CTA-VALIDA
045270                 END-IF
045280         END-SEARCH
045290     END-IF.
045300 3400-EXIT.
045310     EXIT.
045320
045330******************************************************************
045340* 3450-BUSCA-BANCO-EXT - Check whether WS-BUSCA-CUENTA carries a
045350*                        recognized external-bank prefix, leaving
045360*                        WS-TRF-EXT-LINEA "Y"/"N" and the routed
045370*                        bank code in WS-BANCO-DEST. With no
045380*                        routing table loaded every destination
045390*                        is treated as one of ours.
045400******************************************************************
045410 3450-BUSCA-BANCO-EXT.
045420     MOVE "N" TO WS-TRF-EXT-LINEA
045430     MOVE SPACES TO WS-BANCO-DEST
045440     IF NOT WS-HAY-BANCOS
045450         GO TO 3450-EXIT
045460     END-IF
045470     SET BCO-IDX TO 1
045480     SEARCH WS-BANCO-ENTRY
045490         AT END
045500             CONTINUE
045510         WHEN WS-BCO-PREFIJO (BCO-IDX) = WS-BUSCA-CUENTA (1:3)
045520             SET WS-TRF-EXTERNA TO TRUE
045530             MOVE WS-BCO-CODIGO (BCO-IDX) TO WS-BANCO-DEST
045540     END-SEARCH.
045550 3450-EXIT.
045560     EXIT.
045570
045580*****************************************************************
045590* 3460-APLICA-REVERSO - Look up the original TR-ID (carried in the
045600*                       amount field of a REVERSO line) in the
045610*                       transaction history and turn this line into
045620*                       the opposite movement against the same
045630*                       account(s)/date, so the existing
045640*                       Credito/Debito/Transferencia posting logic
045650*                       below applies it unchanged. Leaves
045660*                       WS-REV-ENCONTRADO "Y"/"N" and WS-EXC-RAZON
045670*                       set on failure.
045680*****************************************************************
045690 3460-APLICA-REVERSO.
045700     MOVE "Y" TO WS-ES-REVERSO-LINEA
045710     MOVE "N" TO WS-REV-ENCONTRADO
045720     MOVE TR-MONTO TO WS-REV-ID-ORIG
045730     MOVE WS-BATCH-FECHA TO WS-REV-FECHA-ORIG
045740     SET HIST-IDX TO 1
045750     SEARCH WS-HIST-ENTRY
045760         AT END
045770             MOVE "TRANSACCION ORIGINAL NO ENCONTRADA"
045780                 TO WS-EXC-RAZON
045790         WHEN WS-HIST-ID (HIST-IDX) = WS-REV-ID-ORIG
045800             IF WS-HIST-YA-REVERSADO (HIST-IDX)
045810                 MOVE "TRANSACCION ORIGINAL YA FUE REVERSADA"
045820                     TO WS-EXC-RAZON
045830             ELSE
045840                 MOVE "Y" TO WS-REV-ENCONTRADO
045850                 MOVE WS-HIST-FECHA (HIST-IDX)  TO TR-FECHA
045860                 MOVE WS-HIST-MONEDA (HIST-IDX) TO TR-MONEDA
045870                 MOVE WS-HIST-MONTO (HIST-IDX)  TO TR-MONTO
045880                 IF WS-HIST-TIPO (HIST-IDX) (1:7) = "Credito"
045890                     MOVE "Debito (REV)   " TO TR-TIPO
045900                     MOVE WS-HIST-CUENTA (HIST-IDX) TO TR-CUENTA
045910                     MOVE SPACES TO TR-CUENTA-DESTINO
045920                 ELSE
045930                 IF WS-HIST-TIPO (HIST-IDX) (1:6) = "Debito"
045940                     MOVE "Credito (REV)  " TO TR-TIPO
045950                     MOVE WS-HIST-CUENTA (HIST-IDX) TO TR-CUENTA
045960                     MOVE SPACES TO TR-CUENTA-DESTINO
045970                 ELSE
045980*                    A transfer whose destination routed to the
045990*                    outbound clearing cannot be reversed here -
046000*                    the credit leg already left the bank, so the
046010*                    correction has to come back through the
046020*                    clearing counterparty, not this run.
046030                     MOVE WS-HIST-CTA-DEST (HIST-IDX)
046040                         TO WS-BUSCA-CUENTA
046050                     PERFORM 3450-BUSCA-BANCO-EXT THRU 3450-EXIT
046060                     IF WS-TRF-EXTERNA
046070                         MOVE "N" TO WS-REV-ENCONTRADO
046080                         MOVE WS-MSG-REV-INTERBANC
046090                             TO WS-EXC-RAZON
046100                     ELSE
046110*                    The "Transferencia" prefix must survive - the
046120*                    posting dispatch tests TR-TIPO(1:13) - so the
046130*                    reversal tag rides in the last two bytes,
046140*                    keeping REPORTE/GLFEED rows traceable as a
046150*                    correction like "Debito (REV)" already is
046160                     MOVE "Transferencia R" TO TR-TIPO
046170                     MOVE WS-HIST-CTA-DEST (HIST-IDX) TO TR-CUENTA
046180                     MOVE WS-HIST-CUENTA (HIST-IDX)
046190                         TO TR-CUENTA-DESTINO
046200                     END-IF
046210                 END-IF
046220                 END-IF
046230             END-IF
046240     END-SEARCH.
046250 3460-EXIT.
046260     EXIT.
046270
046280*****************************************************************
046290* 3470-RECORD-HIST - Append this accepted (non-REVERSO) line to the
046300*                    transaction-history table so a later REVERSO
046310*                    line can find and reverse it by TR-ID
046320*****************************************************************
046330 3470-RECORD-HIST.
046340     IF WS-HIST-COUNT NOT < 1000
046350         IF NOT WS-HIST-LLENAS
046360             SET WS-HIST-LLENAS TO TRUE
046370             DISPLAY "ADVERTENCIA: TABLA DE HISTORIAL"
046380                 " LLENA (1000) - NO SE PODRA REVERSAR"
046390             MOVE "ADVERTENCIA: HISTORIAL(1000) LLENA"
046400                 TO REPORTE-LINE
046410             WRITE REPORTE-LINE
046420             MOVE "  TRANSACCIONES ADICIONALES NO SE"
046430                 TO REPORTE-LINE
046440             WRITE REPORTE-LINE
046450             MOVE "  PODRAN REVERSAR"
046460                 TO REPORTE-LINE
046470             WRITE REPORTE-LINE
046480         END-IF
046490         GO TO 3470-EXIT
046500     END-IF
046510     ADD 1 TO WS-HIST-COUNT
046520     SET HIST-IDX TO WS-HIST-COUNT
046530     MOVE TR-ID              TO WS-HIST-ID (HIST-IDX)
046540     MOVE TR-TIPO            TO WS-HIST-TIPO (HIST-IDX)
046550     MOVE TR-CUENTA          TO WS-HIST-CUENTA (HIST-IDX)
046560     MOVE TR-CUENTA-DESTINO  TO WS-HIST-CTA-DEST (HIST-IDX)
046570     MOVE TR-MONTO           TO WS-HIST-MONTO (HIST-IDX)
046580     MOVE TR-MONEDA          TO WS-HIST-MONEDA (HIST-IDX)
046590     MOVE TR-FECHA           TO WS-HIST-FECHA (HIST-IDX)
046600     MOVE "N"                TO WS-HIST-REVERSADO (HIST-IDX)
046610     MOVE WS-ASI-CLASE       TO WS-HIST-CLASE (HIST-IDX).
046620 3470-EXIT.
046630     EXIT.
046640
046650*****************************************************************
046660* 3475-ARCHIVA-HIST - Append the posting just made to the
046670*                    permanent transaction archive. A reversal
046680*                    row carries the reversed transaction's
046690*                    TR-ID in WS-AH-ID-ORIG so a dispute pull
046700*                    shows the correction chained to its
046710*                    original; every other row carries zero.
046720*****************************************************************
046730 3475-ARCHIVA-HIST.
046740     MOVE WS-BATCH-FECHA TO WS-AH-FECHA-PROC
046750     MOVE TR-ID          TO WS-AH-ID
046760     MOVE TR-TIPO        TO WS-AH-TIPO
046770     MOVE TR-CUENTA      TO WS-AH-CUENTA
046780     MOVE TR-CUENTA-DESTINO TO WS-AH-CTA-DEST
046790     MOVE TR-MONTO       TO WS-AH-MONTO
046800     MOVE TR-MONEDA      TO WS-AH-MONEDA
046810     MOVE WS-MONTO-PEN   TO WS-AH-MONTO-PEN
046820     MOVE TR-FECHA       TO WS-AH-FECHA
046830     IF WS-ES-REVERSO
046840         MOVE WS-REV-ID-ORIG TO WS-AH-ID-ORIG
046850     ELSE
046860         MOVE 0 TO WS-AH-ID-ORIG
046870     END-IF
046880     WRITE ARCHHIST-LINE FROM WS-ARCHHIST-LINEA.
046890 3475-EXIT.
046900     EXIT.
046910
046920******************************************************************
046930* 3480-POST-EXTERNA - Post the debit leg of an interbank
046940*                     Transferencia against our books (balance,
046950*                     source account, per-date and per-currency
046960*                     subtotals) and write the credit leg to the
046970*                     outbound clearing file with the destination
046980*                     bank code, business date and the TR-ID as
046990*                     reference. The item is also kept in the
047000*                     outbound table for its own REPORTE section.
047010******************************************************************
047020 3480-POST-EXTERNA.
047030     SUBTRACT WS-MONTO-PEN FROM WS-BALANCE
047040     ADD 1 TO WS-COUNT-DEBITO
047050     MOVE TR-CUENTA TO WS-POST-CUENTA
047060     COMPUTE WS-POST-MONTO = WS-MONTO-PEN * -1
047070     PERFORM 3500-POST-ACCOUNT THRU 3500-EXIT
047080     MOVE TR-FECHA TO WS-BUSCA-FECHA
047090     PERFORM 3600-FIND-FECHA THRU 3600-EXIT
047100     IF WS-FCH-POSTEABLE
047110         SUBTRACT WS-MONTO-PEN FROM WS-FCH-BALANCE (FCH-IDX)
047120         ADD 1 TO WS-FCH-DEBITOS (FCH-IDX)
047130     END-IF
047140     MOVE TR-MONEDA TO WS-BUSCA-MONEDA
047150     PERFORM 3800-POST-MONEDA THRU 3800-EXIT
047160     IF WS-MON-POSTEABLE
047170         SUBTRACT TR-MONTO FROM WS-MON-BALANCE (MON-IDX)
047180         ADD 1 TO WS-MON-DEBITOS (MON-IDX)
047190     END-IF
047200     MOVE WS-BANCO-DEST TO WS-CLR-BANCO
047210     MOVE TR-CUENTA-DESTINO TO WS-CLR-CTA
047220     MOVE TR-MONTO TO WS-CLR-MONTO
047230     MOVE TR-MONEDA TO WS-CLR-MONEDA
047240     MOVE WS-BATCH-FECHA TO WS-CLR-FECHA
047250     MOVE TR-ID TO WS-CLR-REF
047260     WRITE CLEARING-LINE FROM WS-CLEARING-LINEA
047270     ADD TR-MONTO TO WS-EXT-HASH
047280     ADD WS-MONTO-PEN TO WS-EXT-TOTAL-PEN
047290     IF WS-EXT-COUNT < 200
047300         ADD 1 TO WS-EXT-COUNT
047310         SET EXT-IDX TO WS-EXT-COUNT
047320         MOVE WS-BANCO-DEST TO WS-EXT-BANCO (EXT-IDX)
047330         MOVE TR-CUENTA-DESTINO TO WS-EXT-CTA (EXT-IDX)
047340         MOVE TR-MONTO TO WS-EXT-MONTO (EXT-IDX)
047350         MOVE TR-MONEDA TO WS-EXT-MONEDA (EXT-IDX)
047360         MOVE TR-ID TO WS-EXT-REF (EXT-IDX)
047370     ELSE
047380         IF NOT WS-EXT-LLENAS
047390             SET WS-EXT-LLENAS TO TRUE
047400             DISPLAY "ADVERTENCIA: TABLA INTERBANCARIA LLENA"
047410                 " (200) - DETALLE ADICIONAL SOLO EN EL"
047420                 " ARCHIVO DE CLEARING"
047430         END-IF
047440     END-IF.
047450 3480-EXIT.
047460     EXIT.
047470
047480******************************************************************
047490* 3500-POST-ACCOUNT - Find (or open) WS-POST-CUENTA in the account
047500*                     table and post WS-POST-MONTO (signed) to it
047510******************************************************************
047520 3500-POST-ACCOUNT.
047530     MOVE WS-POST-CUENTA TO WS-BUSCA-CUENTA
047540     SET CTA-IDX TO 1
047550     SEARCH WS-CUENTAS
047560         AT END
047570             IF WS-CUENTAS-COUNT NOT < 200
047580                 IF NOT WS-CUENTAS-LLENAS
047590                     SET WS-CUENTAS-LLENAS TO TRUE
047600                     DISPLAY "ADVERTENCIA: TABLA DE CUENTAS"
047610                         " LLENA (200) - SIN BALANCE"
047620                         " INDIVIDUAL"
047630                     MOVE "ADVERTENCIA: CUENTAS(200) LLENA"
047640                         TO REPORTE-LINE
047650                     WRITE REPORTE-LINE
047660                     MOVE "  SIN BALANCE INDIVIDUAL"
047670                         TO REPORTE-LINE
047680                     WRITE REPORTE-LINE
047690                 END-IF
047700                 GO TO 3500-EXIT
047710             END-IF
047720             ADD 1 TO WS-CUENTAS-COUNT
047730             SET CTA-IDX TO WS-CUENTAS-COUNT
047740             MOVE WS-POST-CUENTA TO WS-CTA-ID (CTA-IDX)
047750             MOVE 0 TO WS-CTA-BALANCE (CTA-IDX)
047760         WHEN WS-CTA-ID (CTA-IDX) = WS-BUSCA-CUENTA
047770             CONTINUE
047780     END-SEARCH
047790     ADD WS-POST-MONTO TO WS-CTA-BALANCE (CTA-IDX).
047800 3500-EXIT.
047810     EXIT.
047820
047830******************************************************************
047840* 3550-CHECK-LIMITE - Check whether subtracting WS-MONTO-PEN (and
047850*                     the ITF it will be charged, less the ITF a
047860*                     reversal refunds to the same account) from
047870*                     WS-BUSCA-CUENTA's available balance - the
047880*                     current balance less its active holds -
047890*                     would breach its authorized overdraft limit
047900*                     (from the account master), leaving
047910*                     WS-LIMITE-OK "Y"/"N" and WS-RET-BLOQUEO "Y"
047920*                     when the holds alone made the difference.
047930*                     With no master loaded the limit counts as
047940*                     zero for an account with funds held and
047950*                     every other posting passes, same as before
047960*                     the overdraft limit existed.
047970******************************************************************
047980 3550-CHECK-LIMITE.
047990     MOVE "Y" TO WS-LIMITE-OK
048000     MOVE "N" TO WS-RET-BLOQUEO
048010     MOVE 0 TO WS-CTA-RETENIDO
048020     SET RET-IDX TO 1
048030     SEARCH WS-RETENC-ENTRY
048040         AT END
048050             CONTINUE
048060         WHEN WS-RET-CTA-ID (RET-IDX) = WS-BUSCA-CUENTA
048070             MOVE WS-RET-PEN (RET-IDX) TO WS-CTA-RETENIDO
048080     END-SEARCH
048090     IF NOT WS-HAY-MAESTRO AND WS-CTA-RETENIDO = 0
048100         GO TO 3550-EXIT
048110     END-IF
048120     MOVE 0 TO WS-CTA-SALDO-ACTUAL
048130     SET CTA-IDX TO 1
048140     SEARCH WS-CUENTAS
048150         AT END
048160             CONTINUE
048170         WHEN WS-CTA-ID (CTA-IDX) = WS-BUSCA-CUENTA
048180             MOVE WS-CTA-BALANCE (CTA-IDX)
048190                 TO WS-CTA-SALDO-ACTUAL
048200     END-SEARCH
048210     MOVE 0 TO WS-MSTR-LIMITE-TMP
048220     SET MSTR-IDX TO 1
048230     SEARCH WS-MAESTRO-ENTRY
048240         AT END
048250             CONTINUE
048260         WHEN WS-MSTR-CTA-ID (MSTR-IDX) = WS-BUSCA-CUENTA
048270             MOVE WS-MSTR-LIMITE (MSTR-IDX)
048280                 TO WS-MSTR-LIMITE-TMP
048290     END-SEARCH
048300     COMPUTE WS-SALDO-PROYECTADO =
048310         WS-CTA-SALDO-ACTUAL - WS-MONTO-PEN - WS-ITF-CARGO-PEN
048320             + WS-ITF-ABONO-PEN
048330     IF WS-SALDO-PROYECTADO < (WS-MSTR-LIMITE-TMP * -1)
048340         MOVE "N" TO WS-LIMITE-OK
048350         GO TO 3550-EXIT
048360     END-IF
048370     IF WS-ES-EMBARGO-EJEC
048380         GO TO 3550-EXIT
048390     END-IF
048400     SUBTRACT WS-CTA-RETENIDO FROM WS-SALDO-PROYECTADO
048410     IF WS-SALDO-PROYECTADO < (WS-MSTR-LIMITE-TMP * -1)
048420         MOVE "N" TO WS-LIMITE-OK
048430         SET WS-RET-BLOQUEA TO TRUE
048440     END-IF.
048450 3550-EXIT.
048460     EXIT.
048470
048480******************************************************************
048490* 3560-CONSUME-RETENCION - Reduce TR-CUENTA's held total by the
048500*                          seizure just posted (never below zero),
048510*                          so the rest of the day's debits see the
048520*                          funds as gone rather than still held
048530******************************************************************
048540 3560-CONSUME-RETENCION.
048550     SET RET-IDX TO 1
048560     SEARCH WS-RETENC-ENTRY
048570         AT END
048580             CONTINUE
048590         WHEN WS-RET-CTA-ID (RET-IDX) = TR-CUENTA
048600             IF WS-RET-PEN (RET-IDX) > WS-MONTO-PEN
048610                 SUBTRACT WS-MONTO-PEN FROM WS-RET-PEN (RET-IDX)
048620             ELSE
048630                 MOVE 0 TO WS-RET-PEN (RET-IDX)
048640             END-IF
048650     END-SEARCH.
048660 3560-EXIT.
048670     EXIT.
048680
048690******************************************************************
048700* 3600-FIND-FECHA - Find (or open) WS-BUSCA-FECHA in the per-date
048710*                   subtotal table, leaving FCH-IDX positioned on it
048720******************************************************************
048730 3600-FIND-FECHA.
048740     MOVE "Y" TO WS-FCH-OK
048750     SET FCH-IDX TO 1
048760     SEARCH WS-FECHAS
048770         AT END
048780             IF WS-FECHAS-COUNT NOT < 100
048790                 MOVE "N" TO WS-FCH-OK
048800                 IF NOT WS-FECHAS-LLENAS
048810                     SET WS-FECHAS-LLENAS TO TRUE
048820                     DISPLAY "ADVERTENCIA: TABLA DE FECHAS LLENA "
048830                         "(100) - FECHAS ADICIONALES SIN SUBTOTAL"
048840                     MOVE "ADVERTENCIA: FECHAS(100) LLENA"
048850                         TO REPORTE-LINE
048860                     WRITE REPORTE-LINE
048870                     MOVE "  SIN SUBTOTAL ADICIONAL"
048880                         TO REPORTE-LINE
048890                     WRITE REPORTE-LINE
048900                 END-IF
048910                 GO TO 3600-EXIT
048920             END-IF
048930             ADD 1 TO WS-FECHAS-COUNT
048940             SET FCH-IDX TO WS-FECHAS-COUNT
048950             MOVE WS-BUSCA-FECHA TO WS-FCH-FECHA (FCH-IDX)
048960             MOVE 0 TO WS-FCH-BALANCE (FCH-IDX)
048970             MOVE 0 TO WS-FCH-CREDITOS (FCH-IDX)
048980             MOVE 0 TO WS-FCH-DEBITOS (FCH-IDX)
048990         WHEN WS-FCH-FECHA (FCH-IDX) = WS-BUSCA-FECHA
049000             CONTINUE
049010     END-SEARCH.
049020 3600-EXIT.
049030     EXIT.
049040
049050******************************************************************
049060* 3650-FLAG-REVISION - This posting's PEN-converted amount exceeds
049070*                     the compliance threshold, so write it to the
049080*                     large-transaction review file alongside the
049090*                     normal posting - compliance gets a worklist
049100*                     instead of only the run's single mayor-monto
049110*                     line in the report
049120******************************************************************
049130 3650-FLAG-REVISION.
049140     MOVE TR-ID TO WS-RVS-LIN-ID
049150     MOVE TR-CUENTA TO WS-RVS-LIN-CTA
049160     MOVE TR-TIPO TO WS-RVS-LIN-TIPO
049170     MOVE WS-MONTO-PEN TO WS-RVS-LIN-PEN
049180     MOVE TR-MONTO TO WS-RVS-LIN-MONTO
049190     MOVE TR-MONEDA TO WS-RVS-LIN-MON
049200     MOVE TR-FECHA TO WS-RVS-LIN-FECHA
049210     WRITE REVISION-LINE FROM WS-REVISION-LINEA.
049220 3650-EXIT.
049230     EXIT.
049240
049250******************************************************************
049260* 3700-BUSCA-TASA - Look up WS-BUSCA-MONEDA in the exchange-rate
049270*                   table, leaving the PEN rate in WS-TASA-ENCONTRADA
049280*                   (zero if the currency code is not recognized)
049290******************************************************************
049300 3700-BUSCA-TASA.
049310     MOVE 0 TO WS-TASA-ENCONTRADA
049320     SET TASA-IDX TO 1
049330     SEARCH WS-TASA-ENTRY
049340         AT END
049350             MOVE 0 TO WS-TASA-ENCONTRADA
049360         WHEN WS-TASA-MONEDA (TASA-IDX) = WS-BUSCA-MONEDA
049370             MOVE WS-TASA-VALOR (TASA-IDX) TO WS-TASA-ENCONTRADA
049380     END-SEARCH.
049390 3700-EXIT.
049400     EXIT.
049410
049420******************************************************************
049430* 3750-BUSCA-TASA-ANT - Look up WS-BUSCA-MONEDA in the prior-close
049440*                       rate table, leaving the rate in
049450*                       WS-TASA-ANT-ENC (zero if the currency was
049460*                       not on file at the previous close)
049470******************************************************************
049480 3750-BUSCA-TASA-ANT.
049490     MOVE 0 TO WS-TASA-ANT-ENC
049500     SET TSA-IDX TO 1
049510     SEARCH WS-TASA-ANT-ENTRY
049520         AT END
049530             MOVE 0 TO WS-TASA-ANT-ENC
049540         WHEN WS-TSA-MONEDA (TSA-IDX) = WS-BUSCA-MONEDA
049550             MOVE WS-TSA-VALOR (TSA-IDX) TO WS-TASA-ANT-ENC
049560     END-SEARCH.
049570 3750-EXIT.
049580     EXIT.
049590
049600******************************************************************
049610* 3800-POST-MONEDA - Find (or open) WS-BUSCA-MONEDA in the
049620*                    per-currency subtotal table, leaving MON-IDX
049630*                    positioned on it
049640******************************************************************
049650 3800-POST-MONEDA.
049660     MOVE "Y" TO WS-MON-OK
049670     SET MON-IDX TO 1
049680     SEARCH WS-MONEDAS
049690         AT END
049700             IF WS-MONEDAS-COUNT NOT < 10
049710                 MOVE "N" TO WS-MON-OK
049720                 IF NOT WS-MONEDAS-LLENAS
049730                     SET WS-MONEDAS-LLENAS TO TRUE
049740                     DISPLAY "ADVERTENCIA: TABLA DE MONEDAS"
049750                         " LLENA (10) - SIN SUBTOTAL"
049760                     MOVE "ADVERTENCIA: MONEDAS(10) LLENA"
049770                         TO REPORTE-LINE
049780                     WRITE REPORTE-LINE
049790                     MOVE "  SIN SUBTOTAL ADICIONAL"
049800                         TO REPORTE-LINE
049810                     WRITE REPORTE-LINE
049820                 END-IF
049830                 GO TO 3800-EXIT
049840             END-IF
049850             ADD 1 TO WS-MONEDAS-COUNT
049860             SET MON-IDX TO WS-MONEDAS-COUNT
049870             MOVE WS-BUSCA-MONEDA TO WS-MON-CODIGO (MON-IDX)
049880             MOVE 0 TO WS-MON-BALANCE (MON-IDX)
049890             MOVE 0 TO WS-MON-CREDITOS (MON-IDX)
049900             MOVE 0 TO WS-MON-DEBITOS (MON-IDX)
049910         WHEN WS-MON-CODIGO (MON-IDX) = WS-BUSCA-MONEDA
049920             CONTINUE
049930     END-SEARCH.
049940 3800-EXIT.
049950     EXIT.
049960
049970******************************************************************
049980* 3850-POST-ULTMOV - Record TR-FECHA as WS-BUSCA-CUENTA's latest
049990*                    movement date, keeping the later date when
050000*                    the account already has one (intraday drops
050010*                    and REVERSO-restored dates can arrive out of
050020*                    order)
050030******************************************************************
050040 3850-POST-ULTMOV.
050050     SET UMV-IDX TO 1
050060     SEARCH WS-ULTMOV-ENTRY
050070         AT END
050080             IF WS-ULTMOV-COUNT NOT < 500
050090                 IF NOT WS-ULTMOV-LLENAS
050100                     SET WS-ULTMOV-LLENAS TO TRUE
050110                     DISPLAY "ADVERTENCIA: TABLA DE ULTIMO"
050120                         " MOVIMIENTO LLENA (500) - CUENTAS"
050130                         " ADICIONALES SIN SEGUIMIENTO"
050140                 END-IF
050150                 GO TO 3850-EXIT
050160             END-IF
050170             ADD 1 TO WS-ULTMOV-COUNT
050180             SET UMV-IDX TO WS-ULTMOV-COUNT
050190             MOVE WS-BUSCA-CUENTA TO WS-UMV-CTA (UMV-IDX)
050200             MOVE TR-FECHA TO WS-UMV-FECHA (UMV-IDX)
050210         WHEN WS-UMV-CTA (UMV-IDX) = WS-BUSCA-CUENTA
050220             IF TR-FECHA > WS-UMV-FECHA (UMV-IDX)
050230                 MOVE TR-FECHA TO WS-UMV-FECHA (UMV-IDX)
050240             END-IF
050250     END-SEARCH.
050260 3850-EXIT.
050270     EXIT.
050280
050290******************************************************************
050300* 3900-REJECT-LINE - Log a malformed record to EXCEPCIONES.TXT
050310******************************************************************
050320 3900-REJECT-LINE.
050330     ADD 1 TO WS-COUNT-RECHAZADAS
050340     MOVE WS-LINE-NUM TO WS-EXC-LINENO
050350     MOVE TRANS-LINE TO WS-EXC-TEXTO
050360     WRITE EXCEP-LINE FROM WS-EXCEP-LINEA.
050370 3900-EXIT.
050380     EXIT.
050390
050400******************************************************************
050410* 3940-CLASIFICA-ASIENTO - Set the journal class of the movement
050420*                          about to post from its type, and - for
050430*                          the special classes - the generator
050440*                          drop it came from (1910) and that
050450*                          generator's ID range; an operator-keyed
050460*                          line is CREDITO, DEBITO or
050470*                          TRANSFERENCIA whatever its TR-ID. A
050480*                          REVERSO takes the class its original
050490*                          was booked under and its customer
050500*                          account, with the legs swapped, so it
050510*                          unwinds exactly what the original
050520*                          booked. HIST-IDX is still on
050530*                          the original here; a released reversal
050540*                          carries both from the item.
050550******************************************************************
050560 3940-CLASIFICA-ASIENTO.
050570     MOVE "N" TO WS-ASI-SENTIDO
050580     IF WS-ES-REVERSO
050590         SET WS-ASI-INVERSO TO TRUE
050600         IF WS-REV-AUTORIZADO
050610             MOVE WS-REV-CLASE-ORIG TO WS-ASI-CLASE
050620             MOVE WS-REV-CTA-ORIG TO WS-ASI-CUENTA
050630         ELSE
050640             MOVE WS-HIST-CLASE (HIST-IDX) TO WS-ASI-CLASE
050650             MOVE WS-HIST-CUENTA (HIST-IDX) TO WS-ASI-CUENTA
050660         END-IF
050670         GO TO 3940-EXIT
050680     END-IF
050690     MOVE TR-ID TO WS-ASI-CL-ID
050700     MOVE TR-TIPO TO WS-ASI-CL-TIPO
050710     MOVE TR-CUENTA TO WS-ASI-CUENTA
050720     EVALUATE TRUE
050730         WHEN WS-ASI-CL-TIPO (1:7) = "Credito"
050740                 AND WS-ARCH-DE-DESEMBOLSOS
050750                 AND WS-ASI-CL-ID NOT < WS-DES-ID-DESDE
050760                 AND WS-ASI-CL-ID NOT > WS-DES-ID-HASTA
050770             MOVE "DESEMBOLSO" TO WS-ASI-CLASE
050780         WHEN WS-ASI-CL-TIPO (1:7) = "Credito"
050790                 AND WS-ARCH-DE-CLEARING
050800                 AND WS-ASI-CL-ID NOT < WS-CLR-ID-DESDE
050810                 AND WS-ASI-CL-ID NOT > WS-CLR-ID-HASTA
050820             MOVE "CLEARING ENT" TO WS-ASI-CLASE
050830         WHEN WS-ASI-CL-TIPO (1:7) = "Credito"
050840                 AND WS-ARCH-DE-INTERESES
050850                 AND WS-ASI-CL-ID NOT < WS-CIE-ID-DESDE
050860                 AND WS-ASI-CL-ID NOT > WS-CIE-ID-HASTA
050870             MOVE "INTERES" TO WS-ASI-CLASE
050880         WHEN WS-ASI-CL-TIPO (1:7) = "Credito"
050890             MOVE "CREDITO" TO WS-ASI-CLASE
050900         WHEN WS-ASI-CL-TIPO (1:6) = "Debito"
050910                 AND WS-ARCH-DE-INTERESES
050920                 AND WS-ASI-CL-ID NOT < WS-CIE-ID-DESDE
050930                 AND WS-ASI-CL-ID NOT > WS-CIE-ID-HASTA
050940             MOVE "COMISION" TO WS-ASI-CLASE
050950         WHEN WS-ASI-CL-TIPO (1:6) = "Debito"
050960                 AND WS-ARCH-DE-CUOTAS
050970                 AND WS-ASI-CL-ID NOT < WS-CUO-ID-DESDE
050980                 AND WS-ASI-CL-ID NOT > WS-CUO-ID-HASTA
050990             MOVE "CUOTA" TO WS-ASI-CLASE
051000         WHEN WS-ASI-CL-TIPO (1:6) = "Debito"
051010                 AND WS-ARCH-DE-CUOTAS
051020                 AND WS-ASI-CL-ID NOT < WS-MOR-ID-DESDE
051030                 AND WS-ASI-CL-ID NOT > WS-MOR-ID-HASTA
051040             MOVE "MORA" TO WS-ASI-CLASE
051050         WHEN WS-ASI-CL-TIPO (1:6) = "Debito"
051060             MOVE "DEBITO" TO WS-ASI-CLASE
051070         WHEN WS-TRF-EXTERNA
051080             MOVE "CLEARING SAL" TO WS-ASI-CLASE
051090         WHEN WS-ES-EMBARGO-EJEC
051100             MOVE "EMBARGO" TO WS-ASI-CLASE
051110         WHEN OTHER
051120             MOVE "TRANSFERENCIA" TO WS-ASI-CLASE
051130     END-EVALUATE.
051140 3940-EXIT.
051150     EXIT.
051160
051170******************************************************************
051180* 3950-WRITE-ASIENTO - Journal the GL record in WS-GL-LINEA as a
051190*                      debit leg and a credit leg for the same PEN
051200*                      amount, the GL accounts looked up by
051210*                      WS-ASI-CLASE, the product of WS-ASI-CUENTA
051220*                      and the currency. An unmapped record still
051230*                      posts both legs, to the suspense account,
051240*                      and is counted for the day's alert.
051250******************************************************************
051260 3950-WRITE-ASIENTO.
051270     MOVE SPACES TO WS-ASI-PRODUCTO
051280     IF WS-ASI-CUENTA NOT = SPACES AND WS-HAY-MAESTRO
051290         SET MSTR-IDX TO 1
051300         SEARCH WS-MAESTRO-ENTRY
051310             AT END
051320                 CONTINUE
051330             WHEN WS-MSTR-CTA-ID (MSTR-IDX) = WS-ASI-CUENTA
051340                 MOVE WS-MSTR-PRODUCTO (MSTR-IDX)
051350                     TO WS-ASI-PRODUCTO
051360         END-SEARCH
051370     END-IF
051380     PERFORM 3960-BUSCA-MAPEO THRU 3960-EXIT
051390     IF WS-MAP-ENCONTRADO
051400         MOVE "N" TO WS-ASN-SUSPENSO
051410     ELSE
051420         MOVE WS-GL-SUSPENSO TO WS-ASI-DEBE
051430         MOVE WS-GL-SUSPENSO TO WS-ASI-HABER
051440         MOVE "S" TO WS-ASN-SUSPENSO
051450         ADD 1 TO WS-CNT-ASI-SUSPENSO
051460         DISPLAY "ADVERTENCIA: SIN MAPEO CONTABLE PARA "
051470             WS-ASI-CLASE " ID " WS-GL-ID " - ASIENTO EN "
051480             WS-GL-SUSPENSO
051490     END-IF
051500     IF WS-ASI-INVERSO
051510         MOVE WS-ASI-DEBE TO WS-ASI-CTA-TMP
051520         MOVE WS-ASI-HABER TO WS-ASI-DEBE
051530         MOVE WS-ASI-CTA-TMP TO WS-ASI-HABER
051540     END-IF
051550     MOVE WS-GL-ID TO WS-ASN-ID
051560     MOVE WS-GL-TIPO TO WS-ASN-TIPO
051570     MOVE WS-ASI-CLASE TO WS-ASN-CLASE
051580     MOVE WS-ASI-CUENTA TO WS-ASN-CUENTA
051590     MOVE WS-ASI-PRODUCTO TO WS-ASN-PRODUCTO
051600     MOVE WS-GL-MONEDA TO WS-ASN-MONEDA
051610     MOVE WS-GL-MONTO TO WS-ASN-MONTO
051620     MOVE "D" TO WS-ASN-DH
051630     MOVE WS-ASI-DEBE TO WS-ASN-GL-CTA
051640     WRITE ASIENTO-LINE FROM WS-ASIENTO-LINEA
051650     MOVE "H" TO WS-ASN-DH
051660     MOVE WS-ASI-HABER TO WS-ASN-GL-CTA
051670     WRITE ASIENTO-LINE FROM WS-ASIENTO-LINEA
051680     ADD 2 TO WS-CNT-ASIENTOS.
051690 3950-EXIT.
051700     EXIT.
051710
051720******************************************************************
051730* 3960-BUSCA-MAPEO - Find the GL accounts for WS-ASI-CLASE, most
051740*                    specific row first: class+product+currency,
051750*                    class+product, class+currency, class alone.
051760*                    Leaves WS-MAP-HALLADO "Y"/"N".
051770******************************************************************
051780 3960-BUSCA-MAPEO.
051790     MOVE "N" TO WS-MAP-HALLADO
051800     IF WS-ASI-PRODUCTO NOT = SPACES
051810         MOVE WS-ASI-PRODUCTO TO WS-MAP-BUSCA-PROD
051820         MOVE WS-GL-MONEDA TO WS-MAP-BUSCA-MON
051830         PERFORM 3965-PRUEBA-MAPEO THRU 3965-EXIT
051840         IF WS-MAP-ENCONTRADO
051850             GO TO 3960-EXIT
051860         END-IF
051870         MOVE "*" TO WS-MAP-BUSCA-MON
051880         PERFORM 3965-PRUEBA-MAPEO THRU 3965-EXIT
051890         IF WS-MAP-ENCONTRADO
051900             GO TO 3960-EXIT
051910         END-IF
051920     END-IF
051930     MOVE "*" TO WS-MAP-BUSCA-PROD
051940     MOVE WS-GL-MONEDA TO WS-MAP-BUSCA-MON
051950     PERFORM 3965-PRUEBA-MAPEO THRU 3965-EXIT
051960     IF WS-MAP-ENCONTRADO
051970         GO TO 3960-EXIT
051980     END-IF
051990     MOVE "*" TO WS-MAP-BUSCA-MON
052000     PERFORM 3965-PRUEBA-MAPEO THRU 3965-EXIT.
052010 3960-EXIT.
052020     EXIT.
052030
052040******************************************************************
052050* 3965-PRUEBA-MAPEO - Try one class/product/currency key against
052060*                     the mapping table
052070******************************************************************
052080 3965-PRUEBA-MAPEO.
052090     IF WS-MAPEO-COUNT = 0
052100         GO TO 3965-EXIT
052110     END-IF
052120     SET MAP-IDX TO 1
052130     SEARCH WS-MAPEO-ENTRY
052140         AT END
052150             CONTINUE
052160         WHEN WS-MAP-CLASE (MAP-IDX) = WS-ASI-CLASE
052170                 AND WS-MAP-PRODUCTO (MAP-IDX) = WS-MAP-BUSCA-PROD
052180                 AND WS-MAP-MONEDA (MAP-IDX) = WS-MAP-BUSCA-MON
052190             SET WS-MAP-ENCONTRADO TO TRUE
052200             MOVE WS-MAP-DEBE (MAP-IDX) TO WS-ASI-DEBE
052210             MOVE WS-MAP-HABER (MAP-IDX) TO WS-ASI-HABER
052220     END-SEARCH.
052230 3965-EXIT.
052240     EXIT.
052250
052260******************************************************************
052270* 4000-WRITE-CHECKPOINT - Save the last line number processed and
052280*                         the full accumulator state (balances,
052290*                         counts, and the account/date/currency
052300*                         tables) so a rerun can resume from here
052310*                         with correct running totals instead of
052320*                         just skipping already-posted rows.
052330******************************************************************
052340 4000-WRITE-CHECKPOINT.
052350     MOVE SPACES TO CHECKPOINT-LINE
052360     MOVE WS-LINE-NUM            TO CKPT-LINE-NUM
052370     MOVE WS-BALANCE             TO CKPT-BALANCE
052380     MOVE WS-MAX-MONTO           TO CKPT-MAX-MONTO
052390     MOVE WS-MAX-ID              TO CKPT-MAX-ID
052400     MOVE WS-MIN-MONTO           TO CKPT-MIN-MONTO
052410     MOVE WS-MIN-ID              TO CKPT-MIN-ID
052420     MOVE WS-SUMA-MONTOS         TO CKPT-SUMA-MONTOS
052430     MOVE WS-COUNT-CREDITO       TO CKPT-COUNT-CREDITO
052440     MOVE WS-COUNT-DEBITO        TO CKPT-COUNT-DEBITO
052450     MOVE WS-COUNT-RECHAZADAS    TO CKPT-COUNT-RECHAZADAS
052460     MOVE WS-TOT-REGISTROS       TO CKPT-TOT-REGISTROS
052470     MOVE WS-TRAILER-PRESENTE    TO CKPT-TRAILER-PRESENTE
052480     MOVE WS-TRAILER-CNT-ESP     TO CKPT-TRAILER-CNT-ESP
052490     MOVE WS-TRAILER-MONTO-ESPERADO
052500         TO CKPT-TRAILER-MONTO-ESPERADO
052510     MOVE WS-CUENTAS-COUNT       TO CKPT-CUENTAS-COUNT
052520     PERFORM 4100-SAVE-CUENTA THRU 4100-EXIT
052530         VARYING WS-CK-SUB FROM 1 BY 1
052540         UNTIL WS-CK-SUB > WS-CUENTAS-COUNT
052550     MOVE WS-FECHAS-COUNT        TO CKPT-FECHAS-COUNT
052560     PERFORM 4200-SAVE-FECHA THRU 4200-EXIT
052570         VARYING WS-CK-SUB FROM 1 BY 1
052580         UNTIL WS-CK-SUB > WS-FECHAS-COUNT
052590     MOVE WS-MONEDAS-COUNT       TO CKPT-MONEDAS-COUNT
052600     PERFORM 4300-SAVE-MONEDA THRU 4300-EXIT
052610         VARYING WS-CK-SUB FROM 1 BY 1
052620         UNTIL WS-CK-SUB > WS-MONEDAS-COUNT
052630     MOVE WS-IDS-VISTOS          TO CKPT-IDS-VISTOS
052640     MOVE WS-HIST-COUNT          TO CKPT-HIST-COUNT
052650     PERFORM 4400-SAVE-HIST THRU 4400-EXIT
052660         VARYING WS-CK-SUB FROM 1 BY 1
052670         UNTIL WS-CK-SUB > WS-HIST-COUNT
052680     MOVE WS-ULTMOV-COUNT        TO CKPT-ULTMOV-COUNT
052690     PERFORM 4500-SAVE-ULTMOV THRU 4500-EXIT
052700         VARYING WS-CK-SUB FROM 1 BY 1
052710         UNTIL WS-CK-SUB > WS-ULTMOV-COUNT
052720     MOVE WS-EXT-COUNT           TO CKPT-EXT-COUNT
052730     MOVE WS-EXT-TOTAL-PEN       TO CKPT-EXT-TOTAL-PEN
052740     MOVE WS-EXT-HASH            TO CKPT-EXT-HASH
052750     PERFORM 4600-SAVE-EXT THRU 4600-EXIT
052760         VARYING WS-CK-SUB FROM 1 BY 1
052770         UNTIL WS-CK-SUB > WS-EXT-COUNT
052780     MOVE WS-VEL-COUNT           TO CKPT-VEL-COUNT
052790     PERFORM 4700-SAVE-VEL THRU 4700-EXIT
052800         VARYING WS-CK-SUB FROM 1 BY 1
052810         UNTIL WS-CK-SUB > WS-VEL-COUNT
052820     MOVE WS-ARCH-IDX-ACTUAL     TO CKPT-ARCH-IDX-ACTUAL
052830     MOVE WS-ITF-NETO-PEN        TO CKPT-ITF-NETO-PEN
052840     MOVE WS-ITF-COUNT           TO CKPT-ITF-COUNT
052850     MOVE WS-CNT-RET-RECHAZOS    TO CKPT-RET-RECHAZOS
052860     MOVE WS-CNT-ASIENTOS        TO CKPT-ASI-COUNT
052870     MOVE WS-CNT-ASI-SUSPENSO    TO CKPT-ASI-SUSPENSO
052880     MOVE WS-CNT-DUAL-RETENIDAS  TO CKPT-DUAL-RETENIDAS
052890     OPEN OUTPUT CHECKPOINT-FILE
052900     WRITE CHECKPOINT-LINE
052910     CLOSE CHECKPOINT-FILE.
052920 4000-EXIT.
052930     EXIT.
052940
052950******************************************************************
052960* 4100-SAVE-CUENTA - Copy one account entry into the checkpoint
052970*                    record at WS-CK-SUB
052980******************************************************************
052990 4100-SAVE-CUENTA.
053000     MOVE WS-CTA-ID (WS-CK-SUB) TO CKPT-CTA-ID (WS-CK-SUB)
053010     MOVE WS-CTA-BALANCE (WS-CK-SUB)
053020         TO CKPT-CTA-BALANCE (WS-CK-SUB).
053030 4100-EXIT.
053040     EXIT.
053050
053060******************************************************************
053070* 4200-SAVE-FECHA - Copy one per-date entry into the checkpoint
053080*                   record at WS-CK-SUB
053090******************************************************************
053100 4200-SAVE-FECHA.
053110     MOVE WS-FCH-FECHA (WS-CK-SUB)
053120         TO CKPT-FCH-FECHA (WS-CK-SUB)
053130     MOVE WS-FCH-BALANCE (WS-CK-SUB)
053140         TO CKPT-FCH-BALANCE (WS-CK-SUB)
053150     MOVE WS-FCH-CREDITOS (WS-CK-SUB)
053160         TO CKPT-FCH-CREDITOS (WS-CK-SUB)
053170     MOVE WS-FCH-DEBITOS (WS-CK-SUB)
053180         TO CKPT-FCH-DEBITOS (WS-CK-SUB).
053190 4200-EXIT.
053200     EXIT.
053210
053220******************************************************************
053230* 4300-SAVE-MONEDA - Copy one per-currency entry into the checkpoint
053240*                    record at WS-CK-SUB
053250******************************************************************
053260 4300-SAVE-MONEDA.
053270     MOVE WS-MON-CODIGO (WS-CK-SUB)
053280         TO CKPT-MON-CODIGO (WS-CK-SUB)
053290     MOVE WS-MON-BALANCE (WS-CK-SUB)
053300         TO CKPT-MON-BALANCE (WS-CK-SUB)
053310     MOVE WS-MON-CREDITOS (WS-CK-SUB)
053320         TO CKPT-MON-CREDITOS (WS-CK-SUB)
053330     MOVE WS-MON-DEBITOS (WS-CK-SUB)
053340         TO CKPT-MON-DEBITOS (WS-CK-SUB).
053350 4300-EXIT.
053360     EXIT.
053370
053380******************************************************************
053390* 4400-SAVE-HIST - Copy one transaction-history entry into the
053400*                  checkpoint record at WS-CK-SUB
053410******************************************************************
053420 4400-SAVE-HIST.
053430     MOVE WS-HIST-ID (WS-CK-SUB)
053440         TO CKPT-HIST-ID (WS-CK-SUB)
053450     MOVE WS-HIST-TIPO (WS-CK-SUB)
053460         TO CKPT-HIST-TIPO (WS-CK-SUB)
053470     MOVE WS-HIST-CUENTA (WS-CK-SUB)
053480         TO CKPT-HIST-CUENTA (WS-CK-SUB)
053490     MOVE WS-HIST-CTA-DEST (WS-CK-SUB)
053500         TO CKPT-HIST-CTA-DEST (WS-CK-SUB)
053510     MOVE WS-HIST-MONTO (WS-CK-SUB)
053520         TO CKPT-HIST-MONTO (WS-CK-SUB)
053530     MOVE WS-HIST-MONEDA (WS-CK-SUB)
053540         TO CKPT-HIST-MONEDA (WS-CK-SUB)
053550     MOVE WS-HIST-FECHA (WS-CK-SUB)
053560         TO CKPT-HIST-FECHA (WS-CK-SUB)
053570     MOVE WS-HIST-REVERSADO (WS-CK-SUB)
053580         TO CKPT-HIST-REVERSADO (WS-CK-SUB)
053590     MOVE WS-HIST-CLASE (WS-CK-SUB)
053600         TO CKPT-HIST-CLASE (WS-CK-SUB).
053610 4400-EXIT.
053620     EXIT.
053630
053640******************************************************************
053650* 4500-SAVE-ULTMOV - Copy one last-movement entry into the
053660*                    checkpoint record at WS-CK-SUB
053670******************************************************************
053680 4500-SAVE-ULTMOV.
053690     MOVE WS-UMV-CTA (WS-CK-SUB)
053700         TO CKPT-UMV-CTA (WS-CK-SUB)
053710     MOVE WS-UMV-FECHA (WS-CK-SUB)
053720         TO CKPT-UMV-FECHA (WS-CK-SUB).
053730 4500-EXIT.
053740     EXIT.
053750
053760******************************************************************
053770* 4600-SAVE-EXT - Copy one outbound clearing entry into the
053780*                 checkpoint record at WS-CK-SUB
053790******************************************************************
053800 4600-SAVE-EXT.
053810     MOVE WS-EXT-BANCO (WS-CK-SUB)
053820         TO CKPT-EXT-BANCO (WS-CK-SUB)
053830     MOVE WS-EXT-CTA (WS-CK-SUB)
053840         TO CKPT-EXT-CTA (WS-CK-SUB)
053850     MOVE WS-EXT-MONTO (WS-CK-SUB)
053860         TO CKPT-EXT-MONTO (WS-CK-SUB)
053870     MOVE WS-EXT-MONEDA (WS-CK-SUB)
053880         TO CKPT-EXT-MONEDA (WS-CK-SUB)
053890     MOVE WS-EXT-REF (WS-CK-SUB)
053900         TO CKPT-EXT-REF (WS-CK-SUB).
053910 4600-EXIT.
053920     EXIT.
053930
053940******************************************************************
053950* 4700-SAVE-VEL - Copy one velocity-counter entry into the
053960*                 checkpoint record at WS-CK-SUB
053970******************************************************************
053980 4700-SAVE-VEL.
053990     MOVE WS-VEL-CTA (WS-CK-SUB)
054000         TO CKPT-VEL-CTA (WS-CK-SUB)
054010     MOVE WS-VEL-FECHA (WS-CK-SUB)
054020         TO CKPT-VEL-FECHA (WS-CK-SUB)
054030     MOVE WS-VEL-DEB-CNT (WS-CK-SUB)
054040         TO CKPT-VEL-DEB-CNT (WS-CK-SUB)
054050     MOVE WS-VEL-DEB-MTO (WS-CK-SUB)
054060         TO CKPT-VEL-DEB-MTO (WS-CK-SUB).
054070 4700-EXIT.
054080     EXIT.
054090
054100******************************************************************
054110* 5500-FECHA-A-ENTERO - Convert the date text in WS-CONV-FECHA
054120*                       (YYYY-MM-DD, or YYYYMMDD as the business
054130*                       date control file carries it) to a day
054140*                       integer in WS-CONV-INT, zero when the
054150*                       text is not a real calendar date
054160******************************************************************
054170 5500-FECHA-A-ENTERO.
054180     MOVE 0 TO WS-CONV-INT
054190     IF WS-CONV-FECHA (5:1) = "-" AND WS-CONV-FECHA (8:1) = "-"
054200         MOVE WS-CONV-FECHA (1:4) TO WS-CONV-NUM-X (1:4)
054210         MOVE WS-CONV-FECHA (6:2) TO WS-CONV-NUM-X (5:2)
054220         MOVE WS-CONV-FECHA (9:2) TO WS-CONV-NUM-X (7:2)
054230     ELSE
054240         MOVE WS-CONV-FECHA (1:8) TO WS-CONV-NUM-X
054250     END-IF
054260     IF WS-CONV-NUM IS NUMERIC
054270         COMPUTE WS-CONV-INT =
054280             FUNCTION INTEGER-OF-DATE (WS-CONV-NUM)
054290     END-IF.
054300 5500-EXIT.
054310     EXIT.
054320******************************************************************
054330* 8000-SHOW-REPORT - Append the totals/breakdown trailer section to
054340*                    REPORTE.TXT (the identifying header was already
054350*                    written at OPEN time by 1000-INITIALIZE) and echo
054360*                    the same totals to sysout
054370******************************************************************
054380 8000-SHOW-REPORT.
054390     IF WS-TOT-REGISTROS = 0
054400         MOVE 0 TO WS-MIN-MONTO
054410         MOVE 0 TO WS-MIN-ID
054420     END-IF
054430     MOVE WS-BALANCE TO WS-TOT-BALANCE
054440     MOVE WS-MAX-ID TO WS-MAY-ID
054450     MOVE WS-MAX-MONTO TO WS-MAY-MONTO
054460     MOVE WS-MIN-ID TO WS-MEN-ID
054470     MOVE WS-MIN-MONTO TO WS-MEN-MONTO
054480     MOVE WS-COUNT-CREDITO TO WS-CNT-CREDITO
054490     MOVE WS-COUNT-DEBITO TO WS-CNT-DEBITO
054500     MOVE WS-COUNT-RECHAZADAS TO WS-CNT-RECHAZOS
054510
054520     IF WS-TOT-REGISTROS > 0
054530         COMPUTE WS-PROMEDIO-MONTO ROUNDED =
054540             WS-SUMA-MONTOS / WS-TOT-REGISTROS
054550     ELSE
054560         MOVE 0 TO WS-PROMEDIO-MONTO
054570     END-IF
054580     MOVE WS-PROMEDIO-MONTO TO WS-PROM-MONTO
054590
054600     OPEN OUTPUT CUENTAS-CSV-FILE
054610     MOVE "CUENTA,BALANCE" TO CUENTAS-CSV-LINE
054620     WRITE CUENTAS-CSV-LINE
054630     OPEN OUTPUT FECHAS-CSV-FILE
054640     MOVE "FECHA,BALANCE,CREDITOS,DEBITOS" TO FECHAS-CSV-LINE
054650     WRITE FECHAS-CSV-LINE
054660     OPEN OUTPUT MONEDAS-CSV-FILE
054670     MOVE "MONEDA,BALANCE,CREDITOS,DEBITOS" TO MONEDAS-CSV-LINE
054680     WRITE MONEDAS-CSV-LINE
054690
054700     WRITE REPORTE-LINE FROM WS-TOTALES-LINEA
054710     WRITE REPORTE-LINE FROM WS-MAYOR-LINEA
054720     WRITE REPORTE-LINE FROM WS-MENOR-LINEA
054730     WRITE REPORTE-LINE FROM WS-PROMEDIO-LINEA
054740     WRITE REPORTE-LINE FROM WS-CONTEO-LINEA
054750     WRITE REPORTE-LINE FROM WS-RECHAZO-LINEA
054760     MOVE WS-ITF-NETO-PEN TO WS-ITF-RES-NETO
054770     MOVE WS-ITF-COUNT TO WS-ITF-RES-CNT
054780     WRITE REPORTE-LINE FROM WS-ITF-RESUMEN
054790     MOVE WS-CNT-RET-RECHAZOS TO WS-RET-RES-CNT
054800     WRITE REPORTE-LINE FROM WS-RET-RESUMEN
054810     MOVE WS-CNT-ASIENTOS TO WS-ASI-RES-CNT
054820     MOVE WS-CNT-ASI-SUSPENSO TO WS-ASI-RES-SUS
054830     WRITE REPORTE-LINE FROM WS-ASI-RESUMEN
054840     MOVE WS-CNT-DUAL-RETENIDAS TO WS-DUAL-RES-CNT
054850     WRITE REPORTE-LINE FROM WS-DUAL-RESUMEN
054860     WRITE REPORTE-LINE FROM WS-CUENTAS-HEADER
054870     PERFORM 8500-SHOW-CUENTA THRU 8500-EXIT
054880         VARYING CTA-IDX FROM 1 BY 1
054890         UNTIL CTA-IDX > WS-CUENTAS-COUNT
054900
054910     WRITE REPORTE-LINE FROM WS-FECHAS-HEADER
054920     PERFORM 8600-SHOW-FECHA THRU 8600-EXIT
054930         VARYING FCH-IDX FROM 1 BY 1
054940         UNTIL FCH-IDX > WS-FECHAS-COUNT
054950
054960     WRITE REPORTE-LINE FROM WS-MONEDAS-HEADER
054970     PERFORM 8700-SHOW-MONEDA THRU 8700-EXIT
054980         VARYING MON-IDX FROM 1 BY 1
054990         UNTIL MON-IDX > WS-MONEDAS-COUNT
055000
055010     CLOSE CUENTAS-CSV-FILE
055020     CLOSE FECHAS-CSV-FILE
055030     CLOSE MONEDAS-CSV-FILE
055040
055050     IF WS-EXT-COUNT > 0
055060         WRITE REPORTE-LINE FROM WS-EXT-HEADER
055070         PERFORM 8750-SHOW-EXTERNA THRU 8750-EXIT
055080             VARYING EXT-IDX FROM 1 BY 1
055090             UNTIL EXT-IDX > WS-EXT-COUNT
055100         MOVE WS-EXT-COUNT TO WS-EXT-RES-CNT
055110         MOVE WS-EXT-TOTAL-PEN TO WS-EXT-RES-TOT
055120         WRITE REPORTE-LINE FROM WS-EXT-RESUMEN
055130     END-IF
055140
055150*    The clearing file's control trailer carries the record count
055160*    and the hash total of the native amounts as written - it
055170*    foots the file itself, so it is written even when nothing
055180*    routed externally today.
055190     MOVE WS-EXT-COUNT TO WS-CLT-COUNT
055200     MOVE WS-EXT-HASH TO WS-CLT-HASH
055210     WRITE CLEARING-LINE FROM WS-CLEARING-TRAILER
055220
055230     WRITE REPORTE-LINE FROM WS-CONTROL-HEADER
055240     IF WS-HAY-TRAILER
055250*        WS-TOT-REGISTROS is incremented once per accepted
055260*        (non-trailer, non-rejected) input line - it is NOT derived
055270*        from WS-COUNT-CREDITO + WS-COUNT-DEBITO, which counts two
055280*        movements for every Transferencia row and would otherwise
055290*        make a file with transfers show a false record-count
055300*        mismatch here. The trailer's expected count covers every
055310*        data line the feed sent, accepted or not, so it is compared
055320*        against WS-TOT-REGISTROS + WS-COUNT-RECHAZADAS - comparing
055330*        WS-TOT-REGISTROS alone would flag DIFERENCIA on a complete
055340*        file merely because validation rejected a malformed row.
055350         ADD WS-TOT-REGISTROS WS-COUNT-RECHAZADAS
055360             GIVING WS-CTL-CNT-TOTAL
055370         MOVE WS-TRAILER-CNT-ESP TO WS-CTL-CNT-ESP
055380         MOVE WS-CTL-CNT-TOTAL TO WS-CTL-CNT-ACT
055390         IF WS-CTL-CNT-TOTAL = WS-TRAILER-CNT-ESP
055400             MOVE "CONFORME" TO WS-CTL-CNT-EST
055410         ELSE
055420             MOVE "DIFERENCIA" TO WS-CTL-CNT-EST
055430         END-IF
055440         WRITE REPORTE-LINE FROM WS-CONTROL-CNT-LINEA
055450
055460*        WS-TRAILER-MONTO-ESPERADO carries no currency code of its
055470*        own, so it can only be compared against WS-BALANCE (the
055480*        PEN-consolidated total) when the whole file was
055490*        single-currency PEN to begin with - otherwise there is no way
055500*        to know whether the upstream feed computed its expected total
055510*        in PEN or in mixed native currencies, and a straight compare
055520*        would false-flag DIFERENCIA on every multi-currency run. When
055530*        a foreign currency appears anywhere in the file, the amount
055540*        check is reported NO VERIF. instead of guessing.
055550         IF WS-MONEDAS-COUNT > 1
055560             MOVE "N" TO WS-SOLO-PEN
055570         ELSE
055580             IF WS-MONEDAS-COUNT = 1 AND
055590                     WS-MON-CODIGO (1) NOT = "PEN"
055600                 MOVE "N" TO WS-SOLO-PEN
055610             ELSE
055620                 MOVE "Y" TO WS-SOLO-PEN
055630             END-IF
055640         END-IF
055650*        The ITF legs are generated here, not sent by the feed,
055660*        so the feed's expected total is held against the balance
055670*        before tax.
055680         COMPUTE WS-BALANCE-SIN-ITF = WS-BALANCE + WS-ITF-NETO-PEN
055690         MOVE WS-TRAILER-MONTO-ESPERADO TO WS-CTL-MTO-ESP
055700         MOVE WS-BALANCE-SIN-ITF TO WS-CTL-MTO-ACT
055710         IF WS-ES-SOLO-PEN
055720             IF WS-BALANCE-SIN-ITF = WS-TRAILER-MONTO-ESPERADO
055730                 MOVE "CONFORME" TO WS-CTL-MTO-EST
055740             ELSE
055750                 MOVE "DIFERENCIA" TO WS-CTL-MTO-EST
055760             END-IF
055770         ELSE
055780             MOVE "NO VERIF." TO WS-CTL-MTO-EST
055790         END-IF
055800         WRITE REPORTE-LINE FROM WS-CONTROL-MTO-LINEA
055810     ELSE
055820         WRITE REPORTE-LINE FROM WS-CONTROL-SIN-LINEA
055830     END-IF
055840
055850     IF (WS-HAY-TRAILER AND (WS-CTL-CNT-EST = "DIFERENCIA"
055860             OR WS-CTL-MTO-EST = "DIFERENCIA"))
055870             OR WS-COUNT-RECHAZADAS NOT <
055880                 WS-ALERTA-UMBRAL-RECHAZOS
055890             OR WS-CNT-ASI-SUSPENSO > 0
055900         PERFORM 8800-WRITE-ALERTA THRU 8800-EXIT
055910     ELSE
055920         PERFORM 8810-CLEAR-ALERTA THRU 8810-EXIT
055930     END-IF
055940
055950     IF WS-CNT-VEL-RECHAZOS > 0 OR WS-CNT-VEL-MARCADAS > 0
055960         MOVE WS-CNT-VEL-RECHAZOS TO WS-SOS-RES-RCH
055970         MOVE WS-CNT-VEL-MARCADAS TO WS-SOS-RES-MRC
055980         WRITE SOSP-LINE FROM WS-SOSP-RESUMEN
055990         WRITE REPORTE-LINE FROM WS-SOSP-RESUMEN
056000         DISPLAY "VELOCIDAD: RECHAZADAS " WS-CNT-VEL-RECHAZOS
056010             " MARCADAS " WS-CNT-VEL-MARCADAS
056020             " - DETALLE EN " WS-SOSP-FILENAME
056030     END-IF
056040
056050     DISPLAY "Reporte de Transacciones"
056060     DISPLAY "---------------------------------------------"
056070     DISPLAY "Balance Final: " WS-BALANCE
056080     DISPLAY "Transaccion de Mayor Monto: ID " WS-MAX-ID " - "
056090         WS-MAX-MONTO
056100     DISPLAY "Transaccion de Menor Monto: ID " WS-MIN-ID " - "
056110         WS-MIN-MONTO
056120     DISPLAY "Monto Promedio: " WS-PROMEDIO-MONTO
056130     DISPLAY "Conteo de Transacciones: Credito: "
056140         WS-COUNT-CREDITO " Debito: " WS-COUNT-DEBITO
056150     DISPLAY "Registros Rechazados: " WS-COUNT-RECHAZADAS
056160     DISPLAY "ITF Retenido (neto PEN): " WS-ITF-NETO-PEN
056170     DISPLAY "Rechazos por Retencion: " WS-CNT-RET-RECHAZOS
056180     DISPLAY "Asientos Contables: " WS-CNT-ASIENTOS
056190         " En Suspenso: " WS-CNT-ASI-SUSPENSO
056200     DISPLAY "Retenidas por Autorizacion Dual: "
056210         WS-CNT-DUAL-RETENIDAS
056220     IF WS-HAY-TRAILER
056230         DISPLAY "Control de Cierre: Registros "
056240             WS-CTL-CNT-EST " (" WS-TOT-REGISTROS "/"
056250             WS-TRAILER-CNT-ESP ") Monto " WS-CTL-MTO-EST
056260     ELSE
056270         DISPLAY "Control de Cierre: sin registro de control"
056280     END-IF.
056290 8000-EXIT.
056300     EXIT.
056310
056320******************************************************************
056330* 8500-SHOW-CUENTA - Write one balance line for account CTA-IDX
056340******************************************************************
056350 8500-SHOW-CUENTA.
056360     MOVE WS-CTA-ID (CTA-IDX) TO WS-CTA-LIN-ID
056370     MOVE WS-CTA-BALANCE (CTA-IDX) TO WS-CTA-LIN-BAL
056380     WRITE REPORTE-LINE FROM WS-CUENTA-LINEA
056390     MOVE WS-CTA-ID (CTA-IDX) TO WS-CTA-CSV-ID
056400     MOVE WS-CTA-BALANCE (CTA-IDX) TO WS-CTA-CSV-BAL
056410     WRITE CUENTAS-CSV-LINE FROM WS-CUENTA-CSV-LINEA.
056420 8500-EXIT.
056430     EXIT.
056440
056450******************************************************************
056460* 8600-SHOW-FECHA - Write one subtotal line for date FCH-IDX
056470******************************************************************
056480 8600-SHOW-FECHA.
056490     MOVE WS-FCH-FECHA (FCH-IDX)    TO WS-FCH-LIN-FECHA
056500     MOVE WS-FCH-BALANCE (FCH-IDX)  TO WS-FCH-LIN-BAL
056510     MOVE WS-FCH-CREDITOS (FCH-IDX) TO WS-FCH-LIN-CRED
056520     MOVE WS-FCH-DEBITOS (FCH-IDX)  TO WS-FCH-LIN-DEB
056530     WRITE REPORTE-LINE FROM WS-FECHA-LINEA
056540     MOVE WS-FCH-FECHA (FCH-IDX)    TO WS-FCH-CSV-FECHA
056550     MOVE WS-FCH-BALANCE (FCH-IDX)  TO WS-FCH-CSV-BAL
056560     MOVE WS-FCH-CREDITOS (FCH-IDX) TO WS-FCH-CSV-CRED
056570     MOVE WS-FCH-DEBITOS (FCH-IDX)  TO WS-FCH-CSV-DEB
056580     WRITE FECHAS-CSV-LINE FROM WS-FECHA-CSV-LINEA.
056590 8600-EXIT.
056600     EXIT.
056610
056620******************************************************************
056630* 8700-SHOW-MONEDA - Write one balance line for currency MON-IDX
056640******************************************************************
056650 8700-SHOW-MONEDA.
056660     MOVE WS-MON-CODIGO (MON-IDX)   TO WS-MON-LIN-CODIGO
056670     MOVE WS-MON-BALANCE (MON-IDX)  TO WS-MON-LIN-BAL
056680     MOVE WS-MON-CREDITOS (MON-IDX) TO WS-MON-LIN-CRED
056690     MOVE WS-MON-DEBITOS (MON-IDX)  TO WS-MON-LIN-DEB
056700     WRITE REPORTE-LINE FROM WS-MONEDA-LINEA
056710     MOVE WS-MON-CODIGO (MON-IDX)   TO WS-MON-CSV-CODIGO
056720     MOVE WS-MON-BALANCE (MON-IDX)  TO WS-MON-CSV-BAL
056730     MOVE WS-MON-CREDITOS (MON-IDX) TO WS-MON-CSV-CRED
056740     MOVE WS-MON-DEBITOS (MON-IDX)  TO WS-MON-CSV-DEB
056750     WRITE MONEDAS-CSV-LINE FROM WS-MONEDA-CSV-LINEA.
056760 8700-EXIT.
056770     EXIT.
056780
056790******************************************************************
056800* 8750-SHOW-EXTERNA - Write one outbound interbank item line for
056810*                     the REPORTE section
056820******************************************************************
056830 8750-SHOW-EXTERNA.
056840     MOVE WS-EXT-BANCO (EXT-IDX)  TO WS-EXT-LIN-BANCO
056850     MOVE WS-EXT-CTA (EXT-IDX)    TO WS-EXT-LIN-CTA
056860     MOVE WS-EXT-MONTO (EXT-IDX)  TO WS-EXT-LIN-MONTO
056870     MOVE WS-EXT-MONEDA (EXT-IDX) TO WS-EXT-LIN-MON
056880     MOVE WS-EXT-REF (EXT-IDX)    TO WS-EXT-LIN-REF
056890     WRITE REPORTE-LINE FROM WS-EXT-LINEA-RPT.
056900 8750-EXIT.
056910     EXIT.
056920
056930******************************************************************
056940* 8800-WRITE-ALERTA - Write ALERTA.TXT for the operator when the
056950*                     trailer reconciliation came back DIFERENCIA,
056960*                     the rejected-record count reached the
056970*                     configured threshold, or a GL record had to
056980*                     be journalled to the suspense account, and
056990*                     echo the same warning to sysout
057000******************************************************************
057010 8800-WRITE-ALERTA.
057020     OPEN OUTPUT ALERTA-FILE
057030     MOVE "*** ALERTA OPERATIVA - REVISAR CIERRE DEL DIA ***"
057040         TO ALERTA-LINE
057050     WRITE ALERTA-LINE
057060     IF WS-HAY-TRAILER AND WS-CTL-CNT-EST = "DIFERENCIA"
057070         MOVE "  CONTROL DE CIERRE: DIFERENCIA EN REGISTROS"
057080             TO ALERTA-LINE
057090         WRITE ALERTA-LINE
057100     END-IF
057110     IF WS-HAY-TRAILER AND WS-CTL-MTO-EST = "DIFERENCIA"
057120         MOVE "  CONTROL DE CIERRE: DIFERENCIA EN MONTO"
057130             TO ALERTA-LINE
057140         WRITE ALERTA-LINE
057150     END-IF
057160     IF WS-COUNT-RECHAZADAS NOT < WS-ALERTA-UMBRAL-RECHAZOS
057170         MOVE WS-COUNT-RECHAZADAS TO WS-CNT-RECHAZOS
057180         MOVE WS-ALERTA-UMBRAL-RECHAZOS TO WS-ALERTA-UMBRAL-DISP
057190         MOVE SPACES TO ALERTA-LINE
057200         STRING "  RECHAZOS " WS-CNT-RECHAZOS
057210             " ALCANZO O SUPERO EL UMBRAL "
057220             WS-ALERTA-UMBRAL-DISP
057230             DELIMITED BY SIZE INTO ALERTA-LINE
057240         END-STRING
057250         WRITE ALERTA-LINE
057260     END-IF
057270     IF WS-CNT-ASI-SUSPENSO > 0
057280         MOVE WS-CNT-ASI-SUSPENSO TO WS-ASI-RES-SUS
057290         MOVE SPACES TO ALERTA-LINE
057300         STRING "  REGISTROS CONTABLES SIN MAPEO EN CUENTA "
057310                 DELIMITED BY SIZE
057320             WS-GL-SUSPENSO DELIMITED BY SPACE
057330             ": " WS-ASI-RES-SUS DELIMITED BY SIZE
057340             INTO ALERTA-LINE
057350         END-STRING
057360         WRITE ALERTA-LINE
057370     END-IF
057380     CLOSE ALERTA-FILE
057390     DISPLAY "*** ALERTA OPERATIVA ESCRITA EN "
057400         WS-ALERTA-FILENAME.
057410 8800-EXIT.
057420     EXIT.
057430
057440******************************************************************
057450* 8810-CLEAR-ALERTA - The run reconciled clean, so truncate any
057460*                     stale ALERTA file left by an earlier bad run
057470*                     of the same business date (same pattern as
057480*                     the checkpoint clear in 9999-TERMINATE), so
057490*                     the alert file's content always tracks the
057500*                     latest run of that date
057510******************************************************************
057520 8810-CLEAR-ALERTA.
057530     OPEN OUTPUT ALERTA-FILE
057540     CLOSE ALERTA-FILE.
057550 8810-EXIT.
057560     EXIT.
057570
057580******************************************************************
057590* 8870-REVALUA-FX - Revalue the carried non-PEN currency
057600*                   positions (POSICION-MONEDAS.TXT, the close
057610*                   before today's flows) against the rates the
057620*                   previous run closed with: a revaluation line
057630*                   per currency in REPORTE and an unrealized
057640*                   gain/loss posting to the GL feed. Today's
057650*                   flows convert at today's rate when they post,
057660*                   so they carry no unrealized effect yet - they
057670*                   are rolled into the position file only after
057680*                   the carried balance has been repriced. Both
057690*                   the positions and today's rates are then
057700*                   written back for tomorrow's diff - on the
057710*                   first tracked run that seeding is all that
057720*                   happens.
057730******************************************************************
057740 8870-REVALUA-FX.
057750     WRITE REPORTE-LINE FROM WS-REVAL-HEADER
057760     IF NOT WS-HAY-TASAS-ANT OR WS-POS-COUNT = 0
057770         WRITE REPORTE-LINE FROM WS-REVAL-SIN-LINEA
057780         DISPLAY "REVALUACION FX: SIN CIERRE PREVIO COMPLETO"
057790             " - SE REGISTRAN POSICIONES Y TASAS DE HOY"
057800     ELSE
057810         PERFORM 8871-REVALUA-MONEDA THRU 8871-EXIT
057820             VARYING POS-IDX FROM 1 BY 1
057830             UNTIL POS-IDX > WS-POS-COUNT
057840     END-IF
057850     PERFORM 8875-ROLL-POSICION THRU 8875-EXIT
057860         VARYING MON-IDX FROM 1 BY 1
057870         UNTIL MON-IDX > WS-MONEDAS-COUNT
057880     PERFORM 8885-REWRITE-POSICIONES THRU 8885-EXIT
057890     PERFORM 8880-REWRITE-TASAS-CIERRE THRU 8880-EXIT.
057900 8870-EXIT.
057910     EXIT.
057920
057930******************************************************************
057940* 8871-REVALUA-MONEDA - Revalue the carried position at POS-IDX.
057950*                       PEN is the base and never revalues; a
057960*                       currency with no rate today or at the
057970*                       prior close, or a flat position, writes
057980*                       no gain/loss posting.
057990******************************************************************
058000 8871-REVALUA-MONEDA.
058010     IF WS-POS-MONEDA (POS-IDX) = "PEN"
058020         GO TO 8871-EXIT
058030     END-IF
058040     MOVE WS-POS-MONEDA (POS-IDX) TO WS-BUSCA-MONEDA
058050     PERFORM 3700-BUSCA-TASA THRU 3700-EXIT
058060     PERFORM 3750-BUSCA-TASA-ANT THRU 3750-EXIT
058070     IF WS-TASA-ENCONTRADA = 0 OR WS-TASA-ANT-ENC = 0
058080         GO TO 8871-EXIT
058090     END-IF
058100     COMPUTE WS-GP-PEN ROUNDED = WS-POS-SALDO (POS-IDX)
058110         * (WS-TASA-ENCONTRADA - WS-TASA-ANT-ENC)
058120     MOVE WS-POS-MONEDA (POS-IDX) TO WS-RVL-MONEDA
058130     MOVE WS-POS-SALDO (POS-IDX) TO WS-RVL-SALDO
058140     MOVE WS-TASA-ANT-ENC TO WS-RVL-TASA-ANT
058150     MOVE WS-TASA-ENCONTRADA TO WS-RVL-TASA-HOY
058160     MOVE WS-GP-PEN TO WS-RVL-GP
058170     WRITE REPORTE-LINE FROM WS-REVAL-LINEA
058180     IF WS-GP-PEN = 0
058190         GO TO 8871-EXIT
058200     END-IF
058210     MOVE WS-REV-FX-ID TO WS-GL-ID
058220     ADD 1 TO WS-REV-FX-ID
058230     IF WS-GP-PEN > 0
058240         MOVE "REVALUACION GAN" TO WS-GL-TIPO
058250         MOVE WS-GP-PEN TO WS-GP-PEN-ABS
058260     ELSE
058270         MOVE "REVALUACION PER" TO WS-GL-TIPO
058280         COMPUTE WS-GP-PEN-ABS = WS-GP-PEN * -1
058290     END-IF
058300     MOVE WS-POS-MONEDA (POS-IDX) TO WS-GL-MONEDA
058310     MOVE WS-GP-PEN-ABS TO WS-GL-MONTO
058320     ADD WS-GP-PEN TO WS-BALANCE
058330     MOVE WS-BALANCE TO WS-GL-BALANCE
058340     WRITE GL-LINE FROM WS-GL-LINEA
058350     MOVE WS-GL-TIPO TO WS-ASI-CLASE
058360     MOVE SPACES TO WS-ASI-CUENTA
058370     MOVE "N" TO WS-ASI-SENTIDO
058380     PERFORM 3950-WRITE-ASIENTO THRU 3950-EXIT.
058390 8871-EXIT.
058400     EXIT.
058410
058420******************************************************************
058430* 8875-ROLL-POSICION - Fold today's native movement for the
058440*                      currency at MON-IDX into the carried
058450*                      position table, opening a slot for a
058460*                      currency trading for the first time. PEN
058470*                      is the base and carries no FX position.
058480******************************************************************
058490 8875-ROLL-POSICION.
058500     IF WS-MON-CODIGO (MON-IDX) = "PEN"
058510         GO TO 8875-EXIT
058520     END-IF
058530     SET POS-IDX TO 1
058540     SEARCH WS-POS-ENTRY
058550         AT END
058560             IF WS-POS-COUNT NOT < 10
058570                 DISPLAY "ADVERTENCIA: TABLA DE POSICIONES FX"
058580                     " LLENA (10) - "
058590                     WS-MON-CODIGO (MON-IDX)
058600                     " SIN SEGUIMIENTO DE POSICION"
058610                 GO TO 8875-EXIT
058620             END-IF
058630             ADD 1 TO WS-POS-COUNT
058640             SET POS-IDX TO WS-POS-COUNT
058650             MOVE WS-MON-CODIGO (MON-IDX)
058660                 TO WS-POS-MONEDA (POS-IDX)
058670             MOVE 0 TO WS-POS-SALDO (POS-IDX)
058680         WHEN WS-POS-MONEDA (POS-IDX) = WS-MON-CODIGO (MON-IDX)
058690             CONTINUE
058700     END-SEARCH
058710     ADD WS-MON-BALANCE (MON-IDX) TO WS-POS-SALDO (POS-IDX).
058720 8875-EXIT.
058730     EXIT.
058740
058750******************************************************************
058760* 8885-REWRITE-POSICIONES - Carry the updated per-currency
058770*                      native positions forward to the next
058780*                      run's POSICION-MONEDAS.TXT
058790******************************************************************
058800 8885-REWRITE-POSICIONES.
058810*    On a normal run the close being replaced is the previous
058820*    date's, so it is rotated to the -ANT generation first; on a
058830*    rerun the file already holds this date's own close and the
058840*    -ANT generation (the real prior close) must stay put.
058850     IF NOT WS-POS-ES-RERUN
058860         PERFORM 8887-ROTA-POSICIONES THRU 8887-EXIT
058870     END-IF
058880     OPEN OUTPUT POSMON-FILE
058890     MOVE SPACES TO POSMON-LINE
058900     STRING "FECHA," WS-BATCH-FECHA DELIMITED BY SIZE
058910         INTO POSMON-LINE
058920     WRITE POSMON-LINE
058930     PERFORM 8886-WRITE-POS-ROW THRU 8886-EXIT
058940         VARYING POS-IDX FROM 1 BY 1
058950         UNTIL POS-IDX > WS-POS-COUNT
058960     CLOSE POSMON-FILE.
058970 8885-EXIT.
058980     EXIT.
058990
059000******************************************************************
059010* 8887-ROTA-POSICIONES - Rotate the current position file to the
059020*                      -ANT generation before it is rewritten, so
059030*                      a same-date rerun still finds the real
059040*                      prior close
059050******************************************************************
059060 8887-ROTA-POSICIONES.
059070     MOVE "N" TO WS-ROTA-EOF
059080     OPEN INPUT POSMON-FILE
059090     IF NOT WS-POSMON-OK
059100         GO TO 8887-EXIT
059110     END-IF
059120     OPEN OUTPUT POSMON-ANT-FILE
059130     PERFORM UNTIL WS-ROTA-FIN
059140         READ POSMON-FILE
059150             AT END
059160                 SET WS-ROTA-FIN TO TRUE
059170             NOT AT END
059180                 WRITE POSMON-ANT-LINE FROM POSMON-LINE
059190         END-READ
059200     END-PERFORM
059210     CLOSE POSMON-FILE
059220     CLOSE POSMON-ANT-FILE.
059230 8887-EXIT.
059240     EXIT.
059250
059260******************************************************************
059270* 8886-WRITE-POS-ROW - Write the carried position at POS-IDX as
059280*                      one CODIGO,SALDO line
059290******************************************************************
059300 8886-WRITE-POS-ROW.
059310     MOVE WS-POS-SALDO (POS-IDX) TO WS-POS-ED
059320     MOVE SPACES TO POSMON-LINE
059330     STRING WS-POS-MONEDA (POS-IDX) DELIMITED BY SPACE
059340         "," WS-POS-ED DELIMITED BY SIZE
059350         INTO POSMON-LINE
059360     WRITE POSMON-LINE.
059370 8886-EXIT.
059380     EXIT.
059390
059400******************************************************************
059410* 8880-REWRITE-TASAS-CIERRE - Keep the rates this run used on
059420*                       file (TASAS.TXT layout) so tomorrow's run
059430*                       can diff against them
059440******************************************************************
059450 8880-REWRITE-TASAS-CIERRE.
059460     IF NOT WS-TSC-ES-RERUN
059470         PERFORM 8882-ROTA-TASAS-CIERRE THRU 8882-EXIT
059480     END-IF
059490     OPEN OUTPUT TASAS-CIERRE-FILE
059500     MOVE SPACES TO TASAS-CIERRE-LINE
059510     STRING "FECHA," WS-BATCH-FECHA DELIMITED BY SIZE
059520         INTO TASAS-CIERRE-LINE
059530     WRITE TASAS-CIERRE-LINE
059540     PERFORM 8881-WRITE-TASA-ROW THRU 8881-EXIT
059550         VARYING TASA-IDX FROM 1 BY 1
059560         UNTIL TASA-IDX > WS-TASAS-COUNT
059570     CLOSE TASAS-CIERRE-FILE.
059580 8880-EXIT.
059590     EXIT.
059600
059610******************************************************************
059620* 8882-ROTA-TASAS-CIERRE - Rotate the current close rates to the
059630*                      -ANT generation before they are rewritten,
059640*                      so a same-date rerun still diffs against
059650*                      the real prior close
059660******************************************************************
059670 8882-ROTA-TASAS-CIERRE.
059680     MOVE "N" TO WS-ROTA-EOF
059690     OPEN INPUT TASAS-CIERRE-FILE
059700     IF NOT WS-TASAS-CIE-OK
059710         GO TO 8882-EXIT
059720     END-IF
059730     OPEN OUTPUT TASAS-ANT-FILE
059740     PERFORM UNTIL WS-ROTA-FIN
059750         READ TASAS-CIERRE-FILE
059760             AT END
059770                 SET WS-ROTA-FIN TO TRUE
059780             NOT AT END
059790                 WRITE TASAS-ANT-LINE FROM TASAS-CIERRE-LINE
059800         END-READ
059810     END-PERFORM
059820     CLOSE TASAS-CIERRE-FILE
059830     CLOSE TASAS-ANT-FILE.
059840 8882-EXIT.
059850     EXIT.
059860
059870******************************************************************
059880* 8881-WRITE-TASA-ROW - Write the loaded rate at TASA-IDX as one
059890*                       CODIGO,TASA line
059900******************************************************************
059910 8881-WRITE-TASA-ROW.
059920     MOVE WS-TASA-VALOR (TASA-IDX) TO WS-TASA-CIE-ED
059930     MOVE SPACES TO TASAS-CIERRE-LINE
059940     STRING WS-TASA-MONEDA (TASA-IDX) DELIMITED BY SPACE
059950         "," WS-TASA-CIE-ED DELIMITED BY SIZE
059960         INTO TASAS-CIERRE-LINE
059970     WRITE TASAS-CIERRE-LINE.
059980 8881-EXIT.
059990     EXIT.
060000
060010******************************************************************
060020* 8900-INFORME-INACTIVIDAD - Write the end-of-run dormancy report:
060030*                    every non-closed master account with its
060040*                    last-movement date and days inactive, banded
060050*                    VIGENTE / EN ALERTA (180+ dias) / INACTIVA
060060*                    (365+) / SIN MOVTO. (no movement on record).
060070*                    Accounts in the two worst bands also get a
060080*                    proposed ESTADO,cta,I change written for the
060090*                    account maintenance process to consume. The
060100*                    master is the universe here, not the day's
060110*                    file - an account nobody touched is exactly
060120*                    the one the regulation wants flagged.
060130******************************************************************
060140 8900-INFORME-INACTIVIDAD.
060150     IF NOT WS-HAY-MAESTRO
060160         DISPLAY "INACTIVIDAD: SIN MAESTRO DE CUENTAS"
060170             " - REPORTE OMITIDO"
060180         GO TO 8900-EXIT
060190     END-IF
060200     MOVE WS-BATCH-FECHA TO WS-CONV-FECHA
060210     PERFORM 5500-FECHA-A-ENTERO THRU 5500-EXIT
060220     IF WS-CONV-INT = 0
060230         DISPLAY "INACTIVIDAD: FECHA DE PROCESO NO VALIDA"
060240             " - REPORTE OMITIDO"
060250         GO TO 8900-EXIT
060260     END-IF
060270     MOVE WS-CONV-INT TO WS-HOY-INT
060280     MOVE SPACES TO WS-FECHA-HOY-ISO
060290     STRING WS-BATCH-FECHA (1:4) "-" WS-BATCH-FECHA (5:2) "-"
060300         WS-BATCH-FECHA (7:2) DELIMITED BY SIZE
060310         INTO WS-FECHA-HOY-ISO
060320     OPEN OUTPUT INACTIV-FILE
060330     OPEN OUTPUT PROPUESTAS-FILE
060340     MOVE WS-BATCH-FECHA TO WS-INA-HDR-FECHA
060350     WRITE INACTIV-LINE FROM WS-INACT-HEADER-1
060360     MOVE SPACES TO INACTIV-LINE
060370     WRITE INACTIV-LINE
060380     PERFORM 8910-INACTIVIDAD-CUENTA THRU 8910-EXIT
060390         VARYING MSTR-IDX FROM 1 BY 1
060400         UNTIL MSTR-IDX > WS-MAESTRO-COUNT
060410     MOVE SPACES TO INACTIV-LINE
060420     WRITE INACTIV-LINE
060430     MOVE WS-CNT-INACT-ALERTA TO WS-INA-RES-ALERTA
060440     MOVE WS-CNT-INACT-DORMIDA TO WS-INA-RES-DORM
060450     WRITE INACTIV-LINE FROM WS-INACT-RESUMEN
060460     CLOSE INACTIV-FILE
060470     CLOSE PROPUESTAS-FILE
060480     DISPLAY "INACTIVIDAD: EN ALERTA " WS-CNT-INACT-ALERTA
060490         " INACTIVAS " WS-CNT-INACT-DORMIDA.
060500 8900-EXIT.
060510     EXIT.
060520
060530******************************************************************
060540* 8910-INACTIVIDAD-CUENTA - Report one master account's dormancy
060550*                    band. Closed accounts are out of scope. An
060560*                    account with no usable last-movement date is
060570*                    reported SIN MOVTO. but never proposed: the
060580*                    tracking may simply not reach back that far
060590*                    (first run after deployment, or an account
060600*                    opened yesterday), and the regulation's
060610*                    trigger is a RECORDED 365+ days of silence.
060620*                    Instead the account is seeded with today's
060630*                    business date, so from here on it ages like
060640*                    any other and earns a proposal only when it
060650*                    has demonstrably sat still for a year.
060660******************************************************************
060670 8910-INACTIVIDAD-CUENTA.
060680     IF WS-MSTR-ESTADO (MSTR-IDX) = "C"
060690         GO TO 8910-EXIT
060700     END-IF
060710     MOVE "N" TO WS-UMV-HALLADO
060720     MOVE SPACES TO WS-UMV-FEC-TMP
060730     SET UMV-IDX TO 1
060740     SEARCH WS-ULTMOV-ENTRY
060750         AT END
060760             CONTINUE
060770         WHEN WS-UMV-CTA (UMV-IDX) = WS-MSTR-CTA-ID (MSTR-IDX)
060780             MOVE "Y" TO WS-UMV-HALLADO
060790             MOVE WS-UMV-FECHA (UMV-IDX) TO WS-UMV-FEC-TMP
060800     END-SEARCH
060810     MOVE 0 TO WS-CONV-INT
060820     IF WS-UMV-CONOCIDO
060830         MOVE WS-UMV-FEC-TMP TO WS-CONV-FECHA
060840         PERFORM 5500-FECHA-A-ENTERO THRU 5500-EXIT
060850     END-IF
060860     MOVE WS-MSTR-CTA-ID (MSTR-IDX) TO WS-INA-LIN-CTA
060870     IF WS-CONV-INT = 0
060880         MOVE "----------" TO WS-INA-LIN-FECHA
060890         MOVE 0 TO WS-INA-LIN-DIAS
060900         MOVE "SIN MOVTO." TO WS-INA-LIN-BANDA
060910         ADD 1 TO WS-CNT-INACT-DORMIDA
060920         PERFORM 8915-SEMBRAR-ULTMOV THRU 8915-EXIT
060930     ELSE
060940         MOVE WS-UMV-FEC-TMP TO WS-INA-LIN-FECHA
060950         COMPUTE WS-DIAS-INACT = WS-HOY-INT - WS-CONV-INT
060960         IF WS-DIAS-INACT < 0
060970             MOVE 0 TO WS-DIAS-INACT
060980         END-IF
060990         MOVE WS-DIAS-INACT TO WS-INA-LIN-DIAS
061000         IF WS-DIAS-INACT NOT < WS-UMBRAL-INACT-DIAS
061010             MOVE "INACTIVA" TO WS-INA-LIN-BANDA
061020             ADD 1 TO WS-CNT-INACT-DORMIDA
061030             PERFORM 8920-PROPONE-INACTIVA THRU 8920-EXIT
061040         ELSE
061050             IF WS-DIAS-INACT NOT < WS-UMBRAL-ALERTA-DIAS
061060                 MOVE "EN ALERTA" TO WS-INA-LIN-BANDA
061070                 ADD 1 TO WS-CNT-INACT-ALERTA
061080             ELSE
061090                 MOVE "VIGENTE" TO WS-INA-LIN-BANDA
061100             END-IF
061110         END-IF
061120     END-IF
061130     WRITE INACTIV-LINE FROM WS-INACT-LINEA.
061140 8910-EXIT.
061150     EXIT.
061160
061170******************************************************************
061180* 8915-SEMBRAR-ULTMOV - Seed (or repair) the last-movement entry
061190*                    for the master account at MSTR-IDX with
061200*                    today's business date, so an account the
061210*                    tracking has never seen starts aging now and
061220*                    a garbled date stops evaluating as "no date"
061230*                    forever. The rewrite at end of run persists
061240*                    the seed.
061250******************************************************************
061260 8915-SEMBRAR-ULTMOV.
061270     SET UMV-IDX TO 1
061280     SEARCH WS-ULTMOV-ENTRY
061290         AT END
061300             IF WS-ULTMOV-COUNT < 500
061310                 ADD 1 TO WS-ULTMOV-COUNT
061320                 SET UMV-IDX TO WS-ULTMOV-COUNT
061330                 MOVE WS-MSTR-CTA-ID (MSTR-IDX)
061340                     TO WS-UMV-CTA (UMV-IDX)
061350                 MOVE WS-FECHA-HOY-ISO
061360                     TO WS-UMV-FECHA (UMV-IDX)
061370             END-IF
061380         WHEN WS-UMV-CTA (UMV-IDX) = WS-MSTR-CTA-ID (MSTR-IDX)
061390             MOVE WS-FECHA-HOY-ISO TO WS-UMV-FECHA (UMV-IDX)
061400     END-SEARCH.
061410 8915-EXIT.
061420     EXIT.
061430
061440******************************************************************
061450* 8920-PROPONE-INACTIVA - Write one proposed status change in the
061460*                    CAMBIOS-MAESTRO.TXT format for the account
061470*                    at MSTR-IDX whose recorded last movement is
061480*                    365+ days old, unless its estado is already
061490*                    not "A" (already inactive, or some other
061500*                    hold the maintenance team owns)
061510******************************************************************
061520 8920-PROPONE-INACTIVA.
061530     IF WS-MSTR-ESTADO (MSTR-IDX) NOT = "A"
061540         GO TO 8920-EXIT
061550     END-IF
061560     MOVE SPACES TO WS-PROPUESTA-LINEA
061570     STRING "ESTADO,"
061580         WS-MSTR-CTA-ID (MSTR-IDX) DELIMITED BY SPACE
061590         ",I" DELIMITED BY SIZE
061600         INTO WS-PROPUESTA-LINEA
061610     WRITE PROPUESTAS-LINE FROM WS-PROPUESTA-LINEA.
061620 8920-EXIT.
061630     EXIT.
061640
061650******************************************************************
061660* 8930-INFORME-RETENCIONES - Write the daily holds report: every
061670*                    account the run posted to, then every account
061680*                    with funds held but no movement today, each
061690*                    with its ledger balance, active holds and
061700*                    available balance (ledger less holds), all in
061710*                    PEN. An account whose holds exceed its
061720*                    balance is marked so the branch sees it
061730*                    before the customer does. Skipped when there
061740*                    is no RETENCIONES.TXT.
061750******************************************************************
061760 8930-INFORME-RETENCIONES.
061770     IF NOT WS-HAY-RETENCIONES
061780         DISPLAY "RETENCIONES: SIN RETENCIONES.TXT"
061790             " - REPORTE OMITIDO"
061800         GO TO 8930-EXIT
061810     END-IF
061820     MOVE 0 TO WS-RTI-SUMA-SALDO
061830     MOVE 0 TO WS-RTI-SUMA-RETEN
061840     OPEN OUTPUT RETINF-FILE
061850     MOVE WS-BATCH-FECHA TO WS-RTI-HDR-FECHA
061860     WRITE RETINF-LINE FROM WS-RETINF-HEADER-1
061870     MOVE SPACES TO RETINF-LINE
061880     WRITE RETINF-LINE
061890     WRITE RETINF-LINE FROM WS-RETINF-HEADER-2
061900     PERFORM 8935-RETENCION-CUENTA THRU 8935-EXIT
061910         VARYING CTA-IDX FROM 1 BY 1
061920         UNTIL CTA-IDX > WS-CUENTAS-COUNT
061930     PERFORM 8940-RETENCION-SIN-MOVTO THRU 8940-EXIT
061940         VARYING RET-IDX FROM 1 BY 1
061950         UNTIL RET-IDX > WS-RETENC-COUNT
061960     MOVE SPACES TO RETINF-LINE
061970     WRITE RETINF-LINE
061980     MOVE WS-RTI-SUMA-SALDO TO WS-RTI-TOT-SALDO
061990     MOVE WS-RTI-SUMA-RETEN TO WS-RTI-TOT-RETEN
062000     COMPUTE WS-RTI-DISPONIBLE =
062010         WS-RTI-SUMA-SALDO - WS-RTI-SUMA-RETEN
062020     MOVE WS-RTI-DISPONIBLE TO WS-RTI-TOT-DISP
062030     WRITE RETINF-LINE FROM WS-RETINF-TOTAL
062040     CLOSE RETINF-FILE
062050     DISPLAY "RETENCIONES: CUENTAS CON RETENCION " WS-RETENC-COUNT
062060         " - REPORTE EN " WS-RETINF-FILENAME.
062070 8930-EXIT.
062080     EXIT.
062090
062100******************************************************************
062110* 8935-RETENCION-CUENTA - Report one account of the balance table
062120*                    with whatever it has held
062130******************************************************************
062140 8935-RETENCION-CUENTA.
062150     MOVE WS-CTA-ID (CTA-IDX) TO WS-RTI-LIN-CTA
062160     MOVE WS-CTA-BALANCE (CTA-IDX) TO WS-CTA-SALDO-ACTUAL
062170     MOVE 0 TO WS-CTA-RETENIDO
062180     SET RET-IDX TO 1
062190     SEARCH WS-RETENC-ENTRY
062200         AT END
062210             CONTINUE
062220         WHEN WS-RET-CTA-ID (RET-IDX) = WS-CTA-ID (CTA-IDX)
062230             MOVE WS-RET-PEN (RET-IDX) TO WS-CTA-RETENIDO
062240     END-SEARCH
062250     PERFORM 8945-WRITE-RETENCION THRU 8945-EXIT.
062260 8935-EXIT.
062270     EXIT.
062280
062290******************************************************************
062300* 8940-RETENCION-SIN-MOVTO - Report a held account the run never
062310*                    posted to (ledger movement zero); accounts
062320*                    already listed from the balance table are
062330*                    skipped
062340******************************************************************
062350 8940-RETENCION-SIN-MOVTO.
062360     MOVE "N" TO WS-RTI-HALLADA
062370     SET CTA-IDX TO 1
062380     SEARCH WS-CUENTAS
062390         AT END
062400             CONTINUE
062410         WHEN WS-CTA-ID (CTA-IDX) = WS-RET-CTA-ID (RET-IDX)
062420             SET WS-RTI-CTA-HALLADA TO TRUE
062430     END-SEARCH
062440     IF WS-RTI-CTA-HALLADA
062450         GO TO 8940-EXIT
062460     END-IF
062470     MOVE WS-RET-CTA-ID (RET-IDX) TO WS-RTI-LIN-CTA
062480     MOVE 0 TO WS-CTA-SALDO-ACTUAL
062490     MOVE WS-RET-PEN (RET-IDX) TO WS-CTA-RETENIDO
062500     PERFORM 8945-WRITE-RETENCION THRU 8945-EXIT.
062510 8940-EXIT.
062520     EXIT.
062530
062540******************************************************************
062550* 8945-WRITE-RETENCION - Format and write one report line from
062560*                    WS-RTI-LIN-CTA, WS-CTA-SALDO-ACTUAL and
062570*                    WS-CTA-RETENIDO, adding to the report totals
062580******************************************************************
062590 8945-WRITE-RETENCION.
062600     COMPUTE WS-RTI-DISPONIBLE =
062610         WS-CTA-SALDO-ACTUAL - WS-CTA-RETENIDO
062620     MOVE WS-CTA-SALDO-ACTUAL TO WS-RTI-LIN-SALDO
062630     MOVE WS-CTA-RETENIDO TO WS-RTI-LIN-RETEN
062640     MOVE WS-RTI-DISPONIBLE TO WS-RTI-LIN-DISP
062650     MOVE SPACES TO WS-RTI-LIN-MARCA
062660     IF WS-CTA-RETENIDO > 0 AND WS-RTI-DISPONIBLE < 0
062670         MOVE "SOBRE-RETEN." TO WS-RTI-LIN-MARCA
062680     END-IF
062690     WRITE RETINF-LINE FROM WS-RETINF-LINEA
062700     ADD WS-CTA-SALDO-ACTUAL TO WS-RTI-SUMA-SALDO
062710     ADD WS-CTA-RETENIDO TO WS-RTI-SUMA-RETEN.
062720 8945-EXIT.
062730     EXIT.
062740
062750******************************************************************
062760* 8950-REWRITE-ULTMOV - Carry the updated last-movement dates
062770*                    forward to the next run's
062780*                    ULTIMO-MOVIMIENTO.TXT
062790******************************************************************
062800 8950-REWRITE-ULTMOV.
062810     IF WS-ULTMOV-COUNT = 0
062820         GO TO 8950-EXIT
062830     END-IF
062840     OPEN OUTPUT ULTMOV-FILE
062850     PERFORM 8960-WRITE-ULTMOV-ROW THRU 8960-EXIT
062860         VARYING UMV-IDX FROM 1 BY 1
062870         UNTIL UMV-IDX > WS-ULTMOV-COUNT
062880     CLOSE ULTMOV-FILE.
062890 8950-EXIT.
062900     EXIT.
062910
062920******************************************************************
062930* 8960-WRITE-ULTMOV-ROW - Write the last-movement entry at UMV-IDX
062940*                    as one CUENTA,FECHA line
062950******************************************************************
062960 8960-WRITE-ULTMOV-ROW.
062970     MOVE SPACES TO ULTMOV-LINE
062980     STRING WS-UMV-CTA (UMV-IDX) DELIMITED BY SPACE
062990         "," WS-UMV-FECHA (UMV-IDX) DELIMITED BY SIZE
063000         INTO ULTMOV-LINE
063010     WRITE ULTMOV-LINE.
063020 8960-EXIT.
063030     EXIT.
063040
063050******************************************************************
063060* 9999-TERMINATE - Close all files
063070******************************************************************
063080 9999-TERMINATE.
063090     PERFORM 8950-REWRITE-ULTMOV THRU 8950-EXIT
063100     CLOSE REPORTE-FILE
063110     CLOSE EXCEP-FILE
063120     CLOSE GL-FILE
063130     CLOSE ASIENTO-FILE
063140     CLOSE REVISION-FILE
063150     CLOSE CLEARING-FILE
063160     CLOSE SOSP-FILE
063170     CLOSE ARCHHIST-FILE
063180     IF WS-AUTPEND-ABIERTO
063190         CLOSE AUTPEND-FILE
063200     END-IF
063210     OPEN OUTPUT CHECKPOINT-FILE
063220     CLOSE CHECKPOINT-FILE.
063230 9999-EXIT.
063240     EXIT.
