000260*                    change applied, so the posting run never
000270*                    again consumes a master a human edited by
000280*                    hand.
000290*   2026-10-15  CCH  ITF exemption: the master carries a fifth
000300*                    column ITF-EXENTO ("S"/"N", default "N"),
000310*                    kept through the rewrite. The change file
000320*                    takes it as a sixth column, on ALTA and on
000330*                    the new ITF action that switches it.
000340*   2026-10-15  CCH  Customer link: the holders file
000350*                    TITULARES-CUENTAS.TXT (CTAID,CLIID,ROL;
000360*                    ROL T = titular, C = cotitular) ties master
000370*                    accounts to customers of CLIENTES.TXT. Two
000380*                    new actions maintain it, with the customer ID
000390*                    in the change file's seventh column and the
000400*                    role in the eighth: VINCULA links a customer
000410*                    to an account or changes its role (one
000420*                    titular per account), DESLIGA removes the
000430*                    link (a titular cannot leave while
000440*                    cotitulares remain). Link changes are audited
000450*                    like master changes and the holders file is
000460*                    rewritten only when one applied.
000470*   2026-10-15  CCH  Dual authorization (maker-checker): the
000480*                    change line carries the keying operator's
000490*                    user ID in a ninth column USUARIO. With
000500*                    CONTROL-DUAL.TXT listing LIMITE (an ALTA or
000510*                    LIMITE that raises the limit by more than
000520*                    VALOR) and/or REACTIVA (ESTADO back to "A"
000530*                    from "I" or "C"), such a change is not
000540*                    applied on one person's say-so: it is written
000550*                    to AUTORIZACIONES-PENDIENTES.TXT under its
000560*                    maker and rejected as PENDIENTE DE
000570*                    AUTORIZACION DUAL. AUTORIZA-OPERACIONES
000580*                    appends it again once a different user
000590*                    approves it, naming the authorization in a
000600*                    tenth column; that line applies only if it
000610*                    matches an item released for the business
000620*                    date with the same ACCION, CTAID, ESTADO,
000630*                    LIMITE, PRODUCTO and ITF-EXENTO that were
000640*                    held. Change lines (and the reject text that
000650*                    echoes them) widened to 120 characters.
000660******************************************************************
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. MANTENIMIENTO-MAESTRO.
000690 AUTHOR. CESAR CHINCHAY.
000700 INSTALLATION. INTERBANK COBOL ACADEMY.
000710 DATE-WRITTEN. 03/09/2026.
000720 DATE-COMPILED. 03/09/2026.
000730
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT MAESTRO-FILE ASSIGN TO "MAESTRO-CUENTAS.TXT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-MAESTRO-STATUS.
000800
000810     SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS-MAESTRO.TXT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-CAMBIOS-STATUS.
000840
000850     SELECT SALDOS-FILE ASSIGN TO WS-SALDOS-FILENAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-SALDOS-STATUS.
000880
000890     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-FECHAPROC-STATUS.
000920
000930     SELECT AUDITORIA-FILE ASSIGN TO WS-AUDITORIA-FILENAME
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-AUDITORIA-STATUS.
000960
000970     SELECT EXCEP-FILE ASSIGN TO WS-EXCEP-FILENAME
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-EXCEP-STATUS.
001000
001010     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.TXT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-CLIENTES-STATUS.
001040
001050     SELECT TITULAR-FILE ASSIGN TO "TITULARES-CUENTAS.TXT"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-TITULAR-STATUS.
001080
001090     SELECT CTLDUAL-FILE ASSIGN TO "CONTROL-DUAL.TXT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-CTLDUAL-STATUS.
001120
001130     SELECT AUTPEND-FILE
001140         ASSIGN TO "AUTORIZACIONES-PENDIENTES.TXT"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-AUTPEND-STATUS.
001170
001180 DATA DIVISION.
001190 FILE SECTION.
001200 FD  MAESTRO-FILE.
001210 01  MAESTRO-LINE          PIC X(60).
001220
001230 FD  CAMBIOS-FILE.
001240 01  CAMBIOS-LINE          PIC X(120).
001250
001260 FD  SALDOS-FILE.
001270 01  SALDOS-LINE           PIC X(40).
001280
001290 FD  FECHA-PROC-FILE.
001300 01  FECHA-PROC-LINE       PIC X(10).
001310
001320 FD  AUDITORIA-FILE.
001330 01  AUDITORIA-LINE        PIC X(60).
001340
001350 FD  EXCEP-FILE.
001360 01  EXCEP-LINE            PIC X(187).
001370
001380 FD  CLIENTES-FILE.
001390 01  CLIENTES-LINE         PIC X(100).
001400
001410 FD  TITULAR-FILE.
001420 01  TITULAR-LINE          PIC X(30).
001430
001440 FD  CTLDUAL-FILE.
001450 01  CTLDUAL-LINE          PIC X(40).
001460
001470 FD  AUTPEND-FILE.
001480 01  AUTPEND-LINE          PIC X(171).
001490
001500 WORKING-STORAGE SECTION.
001510 01  WS-MAESTRO-STATUS    PIC XX.
001520     88  WS-MAESTRO-OK        VALUE "00".
001530 01  WS-MAESTRO-EOF       PIC X VALUE "N".
001540     88  WS-MAESTRO-FIN       VALUE "Y".
001550 01  WS-CAMBIOS-STATUS    PIC XX.
001560     88  WS-CAMBIOS-OK        VALUE "00".
001570 01  WS-CAMBIOS-EOF       PIC X VALUE "N".
001580     88  WS-CAMBIOS-FIN       VALUE "Y".
001590 01  WS-SALDOS-STATUS     PIC XX.
001600     88  WS-SALDOS-OK         VALUE "00".
001610 01  WS-SALDOS-EOF        PIC X VALUE "N".
001620     88  WS-SALDOS-FIN        VALUE "Y".
001630 01  WS-FECHAPROC-STATUS  PIC XX.
001640     88  WS-FECHAPROC-OK      VALUE "00".
001650 01  WS-AUDITORIA-STATUS  PIC XX.
001660 01  WS-EXCEP-STATUS      PIC XX.
001670 01  WS-CLIENTES-STATUS   PIC XX.
001680     88  WS-CLIENTES-OK       VALUE "00".
001690 01  WS-CLIENTES-EOF      PIC X VALUE "N".
001700     88  WS-CLIENTES-FIN      VALUE "Y".
001710 01  WS-TITULAR-STATUS    PIC XX.
001720     88  WS-TITULAR-OK        VALUE "00".
001730 01  WS-TITULAR-EOF       PIC X VALUE "N".
001740     88  WS-TITULAR-FIN       VALUE "Y".
001750 01  WS-CTLDUAL-STATUS    PIC XX.
001760     88  WS-CTLDUAL-OK        VALUE "00".
001770 01  WS-CTLDUAL-EOF       PIC X VALUE "N".
001780     88  WS-CTLDUAL-FIN       VALUE "Y".
001790 01  WS-AUTPEND-STATUS    PIC XX.
001800     88  WS-AUTPEND-OK        VALUE "00".
001810     88  WS-AUTPEND-NOFILE    VALUE "35".
001820 01  WS-AUTPEND-EOF       PIC X VALUE "N".
001830     88  WS-AUTPEND-FIN       VALUE "Y".
001840 01  WS-AUTPEND-APERTURA  PIC X VALUE "N".
001850     88  WS-AUTPEND-ABIERTO   VALUE "Y".
001860
001870 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
001880 01  WS-SALDOS-FILENAME   PIC X(30).
001890 01  WS-AUDITORIA-FILENAME PIC X(35).
001900 01  WS-EXCEP-FILENAME    PIC X(35).
001910
001920 01  WS-DELIM             PIC X VALUE ",".
001930
001940 01  WS-MAESTRO-COUNT     PIC 9(4) COMP VALUE 0.
001950 01  WS-MAESTRO-TABLE.
001960     05  WS-MAESTRO-ENTRY OCCURS 1 TO 500 TIMES
001970             DEPENDING ON WS-MAESTRO-COUNT
001980             INDEXED BY MSTR-IDX.
001990         10  WS-MSTR-CTA-ID  PIC X(10).
002000         10  WS-MSTR-ESTADO  PIC X(1).
002010         10  WS-MSTR-LIMITE  PIC S9(9)V99.
002020         10  WS-MSTR-PRODUCTO PIC X(4).
002030         10  WS-MSTR-ITF-EXENTO PIC X(1).
002040
002050 01  WS-MSTR-COD-TMP      PIC X(10).
002060 01  WS-MSTR-EST-TMP      PIC X(1).
002070 01  WS-MSTR-LIM-TMP      PIC X(12).
002080 01  WS-MSTR-PROD-TMP     PIC X(4).
002090 01  WS-MSTR-ITF-TMP      PIC X(1).
002100
002110 01  WS-SALDOS-PRESENTE   PIC X VALUE "N".
002120     88  WS-HAY-SALDOS        VALUE "Y".
002130 01  WS-SALDOS-COUNT      PIC 9(4) COMP VALUE 0.
002140 01  WS-SALDOS-TABLE.
002150     05  WS-SALDO-ENTRY OCCURS 1 TO 200 TIMES
002160             DEPENDING ON WS-SALDOS-COUNT
002170             INDEXED BY SAL-IDX.
002180         10  WS-SAL-CTA      PIC X(10).
002190         10  WS-SAL-BALANCE  PIC S9(9)V99.
002200
002210******************************************************************
002220* Customer IDs known to CLIENTES.TXT, for validating new links
002230******************************************************************
002240 01  WS-CLIENTES-PRESENTE PIC X VALUE "N".
002250     88  WS-HAY-CLIENTES      VALUE "Y".
002260 01  WS-CLI-COUNT         PIC 9(4) COMP VALUE 0.
002270 01  WS-CLI-TABLE.
002280     05  WS-CLI-ENTRY OCCURS 1 TO 500 TIMES
002290             DEPENDING ON WS-CLI-COUNT
002300             INDEXED BY CLI-IDX.
002310         10  WS-CLI-ID       PIC X(10).
002320
002330******************************************************************
002340* Account-to-customer links from TITULARES-CUENTAS.TXT. A link
002350* removed by DESLIGA is flagged rather than deleted and skipped
002360* on the rewrite.
002370******************************************************************
002380 01  WS-TIT-COUNT         PIC 9(4) COMP VALUE 0.
002390 01  WS-TIT-TABLE.
002400     05  WS-TIT-ENTRY OCCURS 1 TO 1000 TIMES
002410             DEPENDING ON WS-TIT-COUNT
002420             INDEXED BY TIT-IDX.
002430         10  WS-TIT-CTA      PIC X(10).
002440         10  WS-TIT-CLI      PIC X(10).
002450         10  WS-TIT-ROL      PIC X(1).
002460             88  WS-TIT-ES-TITULAR  VALUE "T".
002470             88  WS-TIT-ES-BORRADO  VALUE "X".
002480
002490 01  WS-TIT-CTA-TMP       PIC X(10).
002500 01  WS-TIT-CLI-TMP       PIC X(10).
002510 01  WS-TIT-ROL-TMP       PIC X(1).
002520 01  WS-TIT-HALLADO       PIC X VALUE "N".
002530     88  WS-TIT-EXISTE        VALUE "Y".
002540 01  WS-TIT-POS           PIC 9(4) COMP VALUE 0.
002550 01  WS-TIT-OTRO-TITULAR  PIC X VALUE "N".
002560     88  WS-HAY-OTRO-TITULAR  VALUE "Y".
002570 01  WS-TIT-COTITULARES   PIC 9(4) COMP VALUE 0.
002580 01  WS-CNT-VINC-APLIC    PIC 9(4) COMP VALUE 0.
002590 01  WS-TIT-LINEA         PIC X(30).
002600
002610 01  WS-SAL-CTA-TMP       PIC X(10).
002620 01  WS-SAL-BAL-TMP       PIC X(15).
002630
002640 01  WS-CMB-ACCION        PIC X(8).
002650 01  WS-CMB-CTAID         PIC X(10).
002660 01  WS-CMB-ESTADO        PIC X(1).
002670 01  WS-CMB-LIMITE        PIC X(12).
002680 01  WS-CMB-PRODUCTO      PIC X(4).
002690 01  WS-CMB-ITF           PIC X(1).
002700 01  WS-CMB-CLIENTE       PIC X(10).
002710 01  WS-CMB-ROL           PIC X(1).
002720 01  WS-CMB-USUARIO       PIC X(10).
002730 01  WS-CMB-AUTORIZ       PIC X(14).
002740
002750******************************************************************
002760* Dual authorization from CONTROL-DUAL.TXT: which master changes
002770* need a second approver. LIMITE holds a change that raises an
002780* account's limit by more than its VALOR; REACTIVA holds every
002790* ESTADO back to "A" from "I" or "C". A class the file does not
002800* list is not controlled.
002810******************************************************************
002820 01  WS-DUAL-LIM-ACTIVO   PIC X VALUE "N".
002830     88  WS-DUAL-CONTROLA-LIM VALUE "Y".
002840 01  WS-DUAL-LIM-UMBRAL   PIC 9(9)V99 VALUE 0.
002850 01  WS-DUAL-REA-ACTIVO   PIC X VALUE "N".
002860     88  WS-DUAL-CONTROLA-REA VALUE "Y".
002870 01  WS-DUAL-CLA-TMP      PIC X(10).
002880 01  WS-DUAL-VAL-TMP      PIC X(15).
002890 01  WS-DUAL-MONTO-TMP    PIC 9(9)V99 VALUE 0.
002900 01  WS-DUAL-CLASE        PIC X(10).
002910 01  WS-DUAL-RETIENE      PIC X VALUE "N".
002920     88  WS-DUAL-RETENIDA     VALUE "Y".
002930 01  WS-DUAL-VALIDA       PIC X VALUE "N".
002940     88  WS-DUAL-ES-VALIDA    VALUE "Y".
002950 01  WS-DUAL-LIM-ACTUAL   PIC S9(9)V99 VALUE 0.
002960 01  WS-DUAL-LIM-NUEVO    PIC S9(9)V99 VALUE 0.
002970 01  WS-DUAL-EST-ACTUAL   PIC X(1).
002980 01  WS-CNT-DUAL-RETENIDOS PIC 9(4) COMP VALUE 0.
002990 01  WS-AUT-NUEVO-ID      PIC X(14).
003000 01  WS-AUT-LINEA-ED      PIC 9(5).
003010
003020******************************************************************
003030* AUTORIZACIONES-PENDIENTES.TXT as this run found it, one entry
003040* per held item. USADA marks a released item already applied in
003050* this run, so one approval releases one change only.
003060******************************************************************
003070 01  WS-AUTP-COUNT        PIC 9(4) COMP VALUE 0.
003080 01  WS-AUTP-TABLE.
003090     05  WS-AUTP-ENTRY OCCURS 1 TO 2000 TIMES
003100             DEPENDING ON WS-AUTP-COUNT
003110             INDEXED BY AUTP-IDX.
003120         10  WS-AUTP-ID      PIC X(14).
003130         10  WS-AUTP-REG     PIC X(171).
003140         10  WS-AUTP-USADA   PIC X(1).
003150             88  WS-AUTP-YA-USADA VALUE "Y".
003160
003170 01  WS-AUTP-LLENO        PIC X VALUE "N".
003180     88  WS-AUTP-LLENAS       VALUE "Y".
003190
003200******************************************************************
003210* One held item of AUTORIZACIONES-PENDIENTES.TXT. ORIGEN "T" is a
003220* posting-run movement, "M" a master change; ESTADO "P" pending,
003230* "L" released on FECHA-RES, "R" refused by the approver, "X"
003240* expired, "U" used. The layout is shared with REPORTE-
003250* TRANSACCIONES and AUTORIZA-OPERACIONES.
003260******************************************************************
003270 01  WS-AUT-REG.
003280     05  WS-AUT-ID           PIC X(14).
003290     05  WS-AUT-ORIGEN       PIC X(1).
003300         88  WS-AUT-ES-TRANS      VALUE "T".
003310         88  WS-AUT-ES-MAESTRO    VALUE "M".
003320     05  WS-AUT-ESTADO       PIC X(1).
003330         88  WS-AUT-PENDIENTE     VALUE "P".
003340         88  WS-AUT-LIBERADA      VALUE "L".
003350         88  WS-AUT-RECHAZADA     VALUE "R".
003360         88  WS-AUT-VENCIDA       VALUE "X".
003370         88  WS-AUT-USADA         VALUE "U".
003380     05  WS-AUT-CLASE        PIC X(10).
003390     05  WS-AUT-USR-OPER     PIC X(10).
003400     05  WS-AUT-FECHA-ALTA   PIC X(8).
003410     05  WS-AUT-FECHA-VENCE  PIC X(8).
003420     05  WS-AUT-USR-APROB    PIC X(10).
003430     05  WS-AUT-FECHA-RES    PIC X(8).
003440     05  WS-AUT-MONTO-PEN    PIC 9(9)V99.
003450     05  WS-AUT-NUM-LIB      PIC 9(5).
003460     05  WS-AUT-DATOS        PIC X(85).
003470     05  WS-AUT-DAT-TRANS REDEFINES WS-AUT-DATOS.
003480         10  WS-AUT-T-TIPO       PIC X(15).
003490         10  WS-AUT-T-MONTO      PIC 9(5)V99.
003500         10  WS-AUT-T-CUENTA     PIC X(10).
003510         10  WS-AUT-T-CTA-DEST   PIC X(10).
003520         10  WS-AUT-T-FECHA      PIC X(10).
003530         10  WS-AUT-T-MONEDA     PIC X(3).
003540         10  WS-AUT-T-ID-ORIG    PIC 9(5).
003550         10  WS-AUT-T-CLASE-ORIG PIC X(15).
003560         10  WS-AUT-T-CTA-ORIG   PIC X(10).
003570     05  WS-AUT-DAT-MAESTRO REDEFINES WS-AUT-DATOS.
003580         10  WS-AUT-M-ACCION     PIC X(8).
003590         10  WS-AUT-M-CTAID      PIC X(10).
003600         10  WS-AUT-M-ESTADO     PIC X(1).
003610         10  WS-AUT-M-LIMITE     PIC X(12).
003620         10  WS-AUT-M-PRODUCTO   PIC X(4).
003630         10  WS-AUT-M-ITF        PIC X(1).
003640         10  WS-AUT-M-ESTADO-ANT PIC X(1).
003650         10  WS-AUT-M-LIMITE-ANT PIC S9(9)V99.
003660         10  FILLER              PIC X(37).
003670
003680 01  WS-LINE-NUM          PIC 9(6) COMP VALUE 0.
003690 01  WS-CNT-APLICADOS     PIC 9(4) COMP VALUE 0.
003700 01  WS-CNT-RECHAZADOS    PIC 9(4) COMP VALUE 0.
003710
003720 01  WS-CTA-HALLADA       PIC X VALUE "N".
003730     88  WS-CTA-EXISTE        VALUE "Y".
003740 01  WS-SALDO-CTA         PIC S9(9)V99 VALUE 0.
003750 01  WS-SALDO-CERO        PIC X VALUE "Y".
003760     88  WS-ES-SALDO-CERO     VALUE "Y".
003770
003780 01  WS-EXCEP-LINEA.
003790     05  FILLER          PIC X(7)  VALUE "LINEA #".
003800     05  WS-EXC-LINENO   PIC ZZZZZ9.
003810     05  FILLER          PIC X(3)  VALUE " - ".
003820     05  WS-EXC-RAZON    PIC X(48).
003830     05  FILLER          PIC X(3)  VALUE " - ".
003840     05  WS-EXC-TEXTO    PIC X(120).
003850
003860 01  WS-AUD-CABECERA.
003870     05  FILLER          PIC X(8)  VALUE "CAMBIO #".
003880     05  WS-AUD-NUM      PIC ZZZZZ9.
003890     05  FILLER          PIC X(2)  VALUE "  ".
003900     05  WS-AUD-ACCION   PIC X(8).
003910     05  FILLER          PIC X(1)  VALUE " ".
003920     05  WS-AUD-CTAID    PIC X(10).
003930
003940 01  WS-AUD-ANTES.
003950     05  FILLER          PIC X(11) VALUE "  ANTES:   ".
003960     05  WS-AUD-ANT-TXT  PIC X(40).
003970
003980 01  WS-AUD-DESPUES.
003990     05  FILLER          PIC X(11) VALUE "  DESPUES: ".
004000     05  WS-AUD-DES-TXT  PIC X(40).
004010
004020 01  WS-MSTR-LINEA        PIC X(40).
004030 01  WS-LIM-ED            PIC 9(9).99.
004040
004050 PROCEDURE DIVISION.
004060******************************************************************
004070* 0000-MAINLINE
004080******************************************************************
004090 0000-MAINLINE.
004100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004110     PERFORM 2000-PROCESS-CAMBIOS THRU 2000-EXIT.
004120     PERFORM 8000-REWRITE-MAESTRO THRU 8000-EXIT.
004130     PERFORM 8200-REWRITE-TITULARES THRU 8200-EXIT.
004140     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004150     STOP RUN.
004160
004170******************************************************************
004180* 1000-INITIALIZE - Load the business date, the current master and
004190*                   the day's per-account balances, then open the
004200*                   change file and both output logs. No change
004210*                   file means there is nothing to do, so the run
004220*                   stops without touching the master.
004230******************************************************************
004240 1000-INITIALIZE.
004250     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
004260     MOVE SPACES TO WS-SALDOS-FILENAME
004270     STRING "CUENTAS-" WS-BATCH-FECHA ".CSV" DELIMITED BY SIZE
004280         INTO WS-SALDOS-FILENAME
004290     MOVE SPACES TO WS-AUDITORIA-FILENAME
004300     STRING "AUDITORIA-MAESTRO-" WS-BATCH-FECHA ".TXT"
004310         DELIMITED BY SIZE INTO WS-AUDITORIA-FILENAME
004320     MOVE SPACES TO WS-EXCEP-FILENAME
004330     STRING "EXCEPCIONES-MAESTRO-" WS-BATCH-FECHA ".TXT"
004340         DELIMITED BY SIZE INTO WS-EXCEP-FILENAME
004350     PERFORM 1500-LOAD-MAESTRO THRU 1500-EXIT
004360     PERFORM 1800-LOAD-SALDOS THRU 1800-EXIT
004370     PERFORM 1900-LOAD-CLIENTES THRU 1900-EXIT
004380     PERFORM 1950-LOAD-TITULARES THRU 1950-EXIT
004390     PERFORM 1970-LOAD-CONTROL-DUAL THRU 1970-EXIT
004400     PERFORM 1980-LOAD-AUTORIZACIONES THRU 1980-EXIT
004410     OPEN INPUT CAMBIOS-FILE
004420     IF NOT WS-CAMBIOS-OK
004430         DISPLAY "MANTENIMIENTO-MAESTRO: SIN CAMBIOS-MAESTRO.TXT"
004440             " - MAESTRO SIN CAMBIOS"
004450         STOP RUN
004460     END-IF
004470     OPEN OUTPUT AUDITORIA-FILE
004480     OPEN OUTPUT EXCEP-FILE.
004490 1000-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
004540*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
004550*                          first line). WS-BATCH-FECHA keeps its
004560*                          "SINFECHA" default if the control file
004570*                          is missing or blank, same as the
004580*                          posting run.
004590******************************************************************
004600 1030-LOAD-FECHA-PROCESO.
004610     OPEN INPUT FECHA-PROC-FILE
004620     IF NOT WS-FECHAPROC-OK
004630         GO TO 1030-EXIT
004640     END-IF
004650     READ FECHA-PROC-FILE
004660         AT END
004670             CONTINUE
004680         NOT AT END
004690             IF FECHA-PROC-LINE (1:8) NOT = SPACES
004700                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
004710             END-IF
004720     END-READ
004730     CLOSE FECHA-PROC-FILE.
004740 1030-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* 1500-LOAD-MAESTRO - Load the account master (CTAID,ESTADO,
004790*                     LIMITE,PRODUCTO per line) into the working
004800*                     table. A missing master is not an error:
004810*                     the day's ALTA changes then build it from
004820*                     scratch.
004830******************************************************************
004840 1500-LOAD-MAESTRO.
004850     MOVE 0 TO WS-MAESTRO-COUNT
004860     MOVE "N" TO WS-MAESTRO-EOF
004870     OPEN INPUT MAESTRO-FILE
004880     IF NOT WS-MAESTRO-OK
004890         GO TO 1500-EXIT
004900     END-IF
004910     PERFORM UNTIL WS-MAESTRO-FIN
004920         READ MAESTRO-FILE
004930             AT END
004940                 SET WS-MAESTRO-FIN TO TRUE
004950             NOT AT END
004960                 PERFORM 1510-PARSE-MAESTRO-LINEA THRU 1510-EXIT
004970         END-READ
004980     END-PERFORM
004990     CLOSE MAESTRO-FILE.
005000 1500-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040* 1510-PARSE-MAESTRO-LINEA - Add one CTAID,ESTADO,LIMITE,PRODUCTO
005050*                           [,ITF-EXENTO] row from MAESTRO-
005060*                           CUENTAS.TXT to the working table
005070******************************************************************
005080 1510-PARSE-MAESTRO-LINEA.
005090     MOVE SPACES TO WS-MSTR-COD-TMP
005100     MOVE SPACES TO WS-MSTR-EST-TMP
005110     MOVE SPACES TO WS-MSTR-LIM-TMP
005120     MOVE SPACES TO WS-MSTR-PROD-TMP
005130     MOVE SPACES TO WS-MSTR-ITF-TMP
005140     UNSTRING MAESTRO-LINE DELIMITED BY WS-DELIM
005150         INTO WS-MSTR-COD-TMP, WS-MSTR-EST-TMP, WS-MSTR-LIM-TMP,
005160             WS-MSTR-PROD-TMP, WS-MSTR-ITF-TMP
005170     IF WS-MSTR-COD-TMP NOT = SPACES AND WS-MAESTRO-COUNT < 500
005180         ADD 1 TO WS-MAESTRO-COUNT
005190         SET MSTR-IDX TO WS-MAESTRO-COUNT
005200         MOVE WS-MSTR-COD-TMP TO WS-MSTR-CTA-ID (MSTR-IDX)
005210         MOVE WS-MSTR-EST-TMP TO WS-MSTR-ESTADO (MSTR-IDX)
005220         MOVE WS-MSTR-PROD-TMP TO WS-MSTR-PRODUCTO (MSTR-IDX)
005230         IF WS-MSTR-ITF-TMP = "S"
005240             MOVE "S" TO WS-MSTR-ITF-EXENTO (MSTR-IDX)
005250         ELSE
005260             MOVE "N" TO WS-MSTR-ITF-EXENTO (MSTR-IDX)
005270         END-IF
005280         IF FUNCTION TEST-NUMVAL (WS-MSTR-LIM-TMP) = 0
005290             MOVE FUNCTION NUMVAL (WS-MSTR-LIM-TMP)
005300                 TO WS-MSTR-LIMITE (MSTR-IDX)
005310         ELSE
005320             MOVE 0 TO WS-MSTR-LIMITE (MSTR-IDX)
005330         END-IF
005340     END-IF.
005350 1510-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390* 1800-LOAD-SALDOS - Load the day's per-account balances from
005400*                   CUENTAS-yyyymmdd.CSV so a BAJA can be checked
005410*                   against a real balance. If the file is
005420*                   missing, WS-HAY-SALDOS stays "N" and every
005430*                   closure is rejected as unverifiable rather
005440*                   than closing an account that may hold funds.
005450******************************************************************
005460 1800-LOAD-SALDOS.
005470     MOVE 0 TO WS-SALDOS-COUNT
005480     MOVE "N" TO WS-SALDOS-EOF
005490     MOVE "N" TO WS-SALDOS-PRESENTE
005500     OPEN INPUT SALDOS-FILE
005510     IF NOT WS-SALDOS-OK
005520         GO TO 1800-EXIT
005530     END-IF
005540     SET WS-HAY-SALDOS TO TRUE
005550     PERFORM UNTIL WS-SALDOS-FIN
005560         READ SALDOS-FILE
005570             AT END
005580                 SET WS-SALDOS-FIN TO TRUE
005590             NOT AT END
005600                 PERFORM 1810-PARSE-SALDO THRU 1810-EXIT
005610         END-READ
005620     END-PERFORM
005630     CLOSE SALDOS-FILE.
005640 1800-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 1810-PARSE-SALDO - Add one CUENTA,BALANCE row from the balance
005690*                   CSV to the working table (the header row and
005700*                   malformed rows fail the numeric test and are
005710*                   skipped)
005720******************************************************************
005730 1810-PARSE-SALDO.
005740     MOVE SPACES TO WS-SAL-CTA-TMP
005750     MOVE SPACES TO WS-SAL-BAL-TMP
005760     UNSTRING SALDOS-LINE DELIMITED BY WS-DELIM
005770         INTO WS-SAL-CTA-TMP, WS-SAL-BAL-TMP
005780     IF WS-SAL-CTA-TMP = SPACES
005790             OR FUNCTION TEST-NUMVAL (WS-SAL-BAL-TMP) NOT = 0
005800         GO TO 1810-EXIT
005810     END-IF
005820     IF WS-SALDOS-COUNT < 200
005830         ADD 1 TO WS-SALDOS-COUNT
005840         SET SAL-IDX TO WS-SALDOS-COUNT
005850         MOVE WS-SAL-CTA-TMP TO WS-SAL-CTA (SAL-IDX)
005860         MOVE FUNCTION NUMVAL (WS-SAL-BAL-TMP)
005870             TO WS-SAL-BALANCE (SAL-IDX)
005880     END-IF.
005890 1810-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930* 1900-LOAD-CLIENTES - Load the customer IDs (first column) of
005940*                     CLIENTES.TXT. Without the file a new link
005950*                     cannot be verified and every VINCULA is
005960*                     rejected.
005970******************************************************************
005980 1900-LOAD-CLIENTES.
005990     MOVE 0 TO WS-CLI-COUNT
006000     MOVE "N" TO WS-CLIENTES-EOF
006010     OPEN INPUT CLIENTES-FILE
006020     IF NOT WS-CLIENTES-OK
006030         GO TO 1900-EXIT
006040     END-IF
006050     SET WS-HAY-CLIENTES TO TRUE
006060     PERFORM UNTIL WS-CLIENTES-FIN
006070         READ CLIENTES-FILE
006080             AT END
006090                 SET WS-CLIENTES-FIN TO TRUE
006100             NOT AT END
006110                 PERFORM 1910-PARSE-CLIENTE THRU 1910-EXIT
006120         END-READ
006130     END-PERFORM
006140     CLOSE CLIENTES-FILE.
006150 1900-EXIT.
006160     EXIT.
006170
006180******************************************************************
006190* 1910-PARSE-CLIENTE - Add one customer ID to the working table
006200******************************************************************
006210 1910-PARSE-CLIENTE.
006220     MOVE SPACES TO WS-TIT-CLI-TMP
006230     UNSTRING CLIENTES-LINE DELIMITED BY WS-DELIM
006240         INTO WS-TIT-CLI-TMP
006250     IF WS-TIT-CLI-TMP = SPACES
006260         GO TO 1910-EXIT
006270     END-IF
006280     IF WS-CLI-COUNT < 500
006290         ADD 1 TO WS-CLI-COUNT
006300         SET CLI-IDX TO WS-CLI-COUNT
006310         MOVE WS-TIT-CLI-TMP TO WS-CLI-ID (CLI-IDX)
006320     END-IF.
006330 1910-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 1950-LOAD-TITULARES - Load the account-to-customer links
006380*                      (CTAID,CLIID,ROL per line). A missing file
006390*                      means no account is linked yet; the day's
006400*                      VINCULA changes then build it from scratch.
006410******************************************************************
006420 1950-LOAD-TITULARES.
006430     MOVE 0 TO WS-TIT-COUNT
006440     MOVE "N" TO WS-TITULAR-EOF
006450     OPEN INPUT TITULAR-FILE
006460     IF NOT WS-TITULAR-OK
006470         GO TO 1950-EXIT
006480     END-IF
006490     PERFORM UNTIL WS-TITULAR-FIN
006500         READ TITULAR-FILE
006510             AT END
006520                 SET WS-TITULAR-FIN TO TRUE
006530             NOT AT END
006540                 PERFORM 1960-PARSE-TITULAR THRU 1960-EXIT
006550         END-READ
006560     END-PERFORM
006570     CLOSE TITULAR-FILE.
006580 1950-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620* 1960-PARSE-TITULAR - Add one CTAID,CLIID,ROL link to the working
006630*                     table
006640******************************************************************
006650 1960-PARSE-TITULAR.
006660     MOVE SPACES TO WS-TIT-CTA-TMP
006670     MOVE SPACES TO WS-TIT-CLI-TMP
006680     MOVE SPACES TO WS-TIT-ROL-TMP
006690     UNSTRING TITULAR-LINE DELIMITED BY WS-DELIM
006700         INTO WS-TIT-CTA-TMP, WS-TIT-CLI-TMP, WS-TIT-ROL-TMP
006710     IF WS-TIT-CTA-TMP = SPACES OR WS-TIT-CLI-TMP = SPACES
006720         GO TO 1960-EXIT
006730     END-IF
006740     IF WS-TIT-COUNT < 1000
006750         ADD 1 TO WS-TIT-COUNT
006760         SET TIT-IDX TO WS-TIT-COUNT
006770         MOVE WS-TIT-CTA-TMP TO WS-TIT-CTA (TIT-IDX)
006780         MOVE WS-TIT-CLI-TMP TO WS-TIT-CLI (TIT-IDX)
006790         IF WS-TIT-ROL-TMP = "C"
006800             MOVE "C" TO WS-TIT-ROL (TIT-IDX)
006810         ELSE
006820             MOVE "T" TO WS-TIT-ROL (TIT-IDX)
006830         END-IF
006840     END-IF.
006850 1960-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890* 1970-LOAD-CONTROL-DUAL - Load the dual-authorization settings
006900*                          from CONTROL-DUAL.TXT (CLASE,VALOR per
006910*                          line). This run enforces LIMITE and
006920*                          REACTIVA; the other classes belong to
006930*                          REPORTE-TRANSACCIONES and AUTORIZA-
006940*                          OPERACIONES. With no file nothing is
006950*                          held.
006960******************************************************************
006970 1970-LOAD-CONTROL-DUAL.
006980     MOVE "N" TO WS-CTLDUAL-EOF
006990     OPEN INPUT CTLDUAL-FILE
007000     IF NOT WS-CTLDUAL-OK
007010         GO TO 1970-EXIT
007020     END-IF
007030     PERFORM UNTIL WS-CTLDUAL-FIN
007040         READ CTLDUAL-FILE
007050             AT END
007060                 SET WS-CTLDUAL-FIN TO TRUE
007070             NOT AT END
007080                 PERFORM 1975-PARSE-CONTROL-DUAL THRU 1975-EXIT
007090         END-READ
007100     END-PERFORM
007110     CLOSE CTLDUAL-FILE.
007120 1970-EXIT.
007130     EXIT.
007140
007150******************************************************************
007160* 1975-PARSE-CONTROL-DUAL - Switch on one controlled class; a
007170*                           blank or non-numeric LIMITE VALOR is a
007180*                           zero threshold, so every increase is
007190*                           held
007200******************************************************************
007210 1975-PARSE-CONTROL-DUAL.
007220     MOVE SPACES TO WS-DUAL-CLA-TMP
007230     MOVE SPACES TO WS-DUAL-VAL-TMP
007240     UNSTRING CTLDUAL-LINE DELIMITED BY WS-DELIM
007250         INTO WS-DUAL-CLA-TMP, WS-DUAL-VAL-TMP
007260     MOVE 0 TO WS-DUAL-MONTO-TMP
007270     IF WS-DUAL-VAL-TMP NOT = SPACES
007280             AND FUNCTION TEST-NUMVAL (WS-DUAL-VAL-TMP) = 0
007290         MOVE FUNCTION NUMVAL (WS-DUAL-VAL-TMP)
007300             TO WS-DUAL-MONTO-TMP
007310     END-IF
007320     EVALUATE WS-DUAL-CLA-TMP
007330         WHEN "LIMITE"
007340             SET WS-DUAL-CONTROLA-LIM TO TRUE
007350             MOVE WS-DUAL-MONTO-TMP TO WS-DUAL-LIM-UMBRAL
007360         WHEN "REACTIVA"
007370             SET WS-DUAL-CONTROLA-REA TO TRUE
007380         WHEN OTHER
007390             CONTINUE
007400     END-EVALUATE.
007410 1975-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450* 1980-LOAD-AUTORIZACIONES - Load AUTORIZACIONES-PENDIENTES.TXT,
007460*                            so a released change is checked
007470*                            against its item and a line an
007480*                            earlier run of the same business date
007490*                            already held is not held twice
007500******************************************************************
007510 1980-LOAD-AUTORIZACIONES.
007520     MOVE 0 TO WS-AUTP-COUNT
007530     MOVE "N" TO WS-AUTPEND-EOF
007540     OPEN INPUT AUTPEND-FILE
007550     IF NOT WS-AUTPEND-OK
007560         GO TO 1980-EXIT
007570     END-IF
007580     PERFORM UNTIL WS-AUTPEND-FIN
007590         READ AUTPEND-FILE
007600             AT END
007610                 SET WS-AUTPEND-FIN TO TRUE
007620             NOT AT END
007630                 PERFORM 1985-ADD-AUTORIZACION THRU 1985-EXIT
007640         END-READ
007650     END-PERFORM
007660     CLOSE AUTPEND-FILE.
007670 1980-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710* 1985-ADD-AUTORIZACION - Add one held item to the working table
007720******************************************************************
007730 1985-ADD-AUTORIZACION.
007740     IF AUTPEND-LINE = SPACES
007750         GO TO 1985-EXIT
007760     END-IF
007770     IF WS-AUTP-COUNT NOT < 2000
007780         IF NOT WS-AUTP-LLENAS
007790             SET WS-AUTP-LLENAS TO TRUE
007800             DISPLAY "ADVERTENCIA: TABLA DE AUTORIZACIONES LLENA"
007810                 " (2000) - AUTORIZACIONES ADICIONALES IGNORADAS"
007820         END-IF
007830         GO TO 1985-EXIT
007840     END-IF
007850     ADD 1 TO WS-AUTP-COUNT
007860     SET AUTP-IDX TO WS-AUTP-COUNT
007870     MOVE AUTPEND-LINE TO WS-AUTP-REG (AUTP-IDX)
007880     MOVE AUTPEND-LINE (1:14) TO WS-AUTP-ID (AUTP-IDX)
007890     MOVE "N" TO WS-AUTP-USADA (AUTP-IDX).
007900 1985-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940* 2000-PROCESS-CAMBIOS - Read the change file row by row until EOF
007950******************************************************************
007960 2000-PROCESS-CAMBIOS.
007970     PERFORM UNTIL WS-CAMBIOS-FIN
007980         READ CAMBIOS-FILE
007990             AT END
008000                 SET WS-CAMBIOS-FIN TO TRUE
008010             NOT AT END
008020                 IF CAMBIOS-LINE NOT = SPACES
008030                     PERFORM 3000-PROCESS-CAMBIO THRU 3000-EXIT
008040                 END-IF
008050         END-READ
008060     END-PERFORM.
008070 2000-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110* 3000-PROCESS-CAMBIO - Validate and apply one ACCION,CTAID,
008120*                      ESTADO,LIMITE,PRODUCTO[,ITF[,CLIID,ROL
008130*                      [,USUARIO[,AUTORIZACION]]]] change line.
008140*                      Every applied change leaves a before/after
008150*                      pair in the audit log; every rejected
008160*                      change leaves its reason and its own text
008170*                      in the exception file. A change that needs
008180*                      a second approver is held instead of
008190*                      applied, unless the line is the released
008200*                      change itself.
008210******************************************************************
008220 3000-PROCESS-CAMBIO.
008230     ADD 1 TO WS-LINE-NUM
008240     MOVE SPACES TO WS-CMB-ACCION
008250     MOVE SPACES TO WS-CMB-CTAID
008260     MOVE SPACES TO WS-CMB-ESTADO
008270     MOVE SPACES TO WS-CMB-LIMITE
008280     MOVE SPACES TO WS-CMB-PRODUCTO
008290     MOVE SPACES TO WS-CMB-ITF
008300     MOVE SPACES TO WS-CMB-CLIENTE
008310     MOVE SPACES TO WS-CMB-ROL
008320     MOVE SPACES TO WS-CMB-USUARIO
008330     MOVE SPACES TO WS-CMB-AUTORIZ
008340     UNSTRING CAMBIOS-LINE DELIMITED BY WS-DELIM
008350         INTO WS-CMB-ACCION, WS-CMB-CTAID, WS-CMB-ESTADO,
008360             WS-CMB-LIMITE, WS-CMB-PRODUCTO, WS-CMB-ITF,
008370             WS-CMB-CLIENTE, WS-CMB-ROL, WS-CMB-USUARIO,
008380             WS-CMB-AUTORIZ
008390     IF WS-CMB-CTAID = SPACES
008400         MOVE "CAMBIO SIN CTAID" TO WS-EXC-RAZON
008410         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
008420         GO TO 3000-EXIT
008430     END-IF
008440     PERFORM 3100-BUSCA-CUENTA THRU 3100-EXIT
008450     IF WS-CMB-AUTORIZ NOT = SPACES
008460         PERFORM 3090-VALIDA-LIBERADO THRU 3090-EXIT
008470         IF NOT WS-DUAL-ES-VALIDA
008480             PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
008490             GO TO 3000-EXIT
008500         END-IF
008510     ELSE
008520         PERFORM 3080-CHECK-DUAL THRU 3080-EXIT
008530         IF WS-DUAL-RETENIDA
008540             PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
008550             GO TO 3000-EXIT
008560         END-IF
008570     END-IF
008580     EVALUATE WS-CMB-ACCION
008590         WHEN "ALTA"
008600             PERFORM 3200-APLICA-ALTA THRU 3200-EXIT
008610         WHEN "BAJA"
008620             PERFORM 3300-APLICA-BAJA THRU 3300-EXIT
008630         WHEN "ESTADO"
008640             PERFORM 3400-APLICA-ESTADO THRU 3400-EXIT
008650         WHEN "LIMITE"
008660             PERFORM 3500-APLICA-LIMITE THRU 3500-EXIT
008670         WHEN "PRODUCTO"
008680             PERFORM 3600-APLICA-PRODUCTO THRU 3600-EXIT
008690         WHEN "ITF"
008700             PERFORM 3650-APLICA-ITF THRU 3650-EXIT
008710         WHEN "VINCULA"
008720             PERFORM 4000-APLICA-VINCULA THRU 4000-EXIT
008730         WHEN "DESLIGA"
008740             PERFORM 4100-APLICA-DESLIGA THRU 4100-EXIT
008750         WHEN OTHER
008760             MOVE "ACCION DE CAMBIO NO RECONOCIDA"
008770                 TO WS-EXC-RAZON
008780             PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
008790     END-EVALUATE.
008800 3000-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840* 3080-CHECK-DUAL - Decide whether the change needs a second
008850*                   approver: an ALTA or LIMITE whose new limit is
008860*                   more than the LIMITE threshold above the
008870*                   account's current one (zero for an ALTA), or
008880*                   an ESTADO that reactivates an "I" or "C"
008890*                   account. Only a change the apply paragraphs
008900*                   would otherwise accept is considered - a bad
008910*                   value still gets its own reason there. A
008920*                   controlled change is written to
008930*                   AUTORIZACIONES-PENDIENTES.TXT under its maker
008940*                   and WS-DUAL-RETENIDA is set with the reason;
008950*                   one with no maker is rejected outright.
008960******************************************************************
008970 3080-CHECK-DUAL.
008980     MOVE "N" TO WS-DUAL-RETIENE
008990     MOVE SPACES TO WS-DUAL-CLASE
009000     MOVE SPACE TO WS-DUAL-EST-ACTUAL
009010     MOVE 0 TO WS-DUAL-LIM-ACTUAL
009020     IF WS-CTA-EXISTE
009030         MOVE WS-MSTR-ESTADO (MSTR-IDX) TO WS-DUAL-EST-ACTUAL
009040         MOVE WS-MSTR-LIMITE (MSTR-IDX) TO WS-DUAL-LIM-ACTUAL
009050     END-IF
009060     EVALUATE WS-CMB-ACCION
009070         WHEN "ALTA"
009080         WHEN "LIMITE"
009090             IF NOT WS-DUAL-CONTROLA-LIM OR WS-CMB-LIMITE = SPACES
009100                 GO TO 3080-EXIT
009110             END-IF
009120             IF FUNCTION TEST-NUMVAL (WS-CMB-LIMITE) NOT = 0
009130                 GO TO 3080-EXIT
009140             END-IF
009150             IF WS-CMB-ACCION = "ALTA" AND WS-CTA-EXISTE
009160                 GO TO 3080-EXIT
009170             END-IF
009180             IF WS-CMB-ACCION = "LIMITE" AND NOT WS-CTA-EXISTE
009190                 GO TO 3080-EXIT
009200             END-IF
009210             MOVE FUNCTION NUMVAL (WS-CMB-LIMITE)
009220                 TO WS-DUAL-LIM-NUEVO
009230             IF WS-DUAL-LIM-NUEVO - WS-DUAL-LIM-ACTUAL
009240                     > WS-DUAL-LIM-UMBRAL
009250                 MOVE "LIMITE" TO WS-DUAL-CLASE
009260             END-IF
009270         WHEN "ESTADO"
009280             IF WS-DUAL-CONTROLA-REA AND WS-CTA-EXISTE
009290                     AND WS-CMB-ESTADO = "A"
009300                     AND (WS-DUAL-EST-ACTUAL = "I"
009310                         OR WS-DUAL-EST-ACTUAL = "C")
009320                 MOVE "REACTIVA" TO WS-DUAL-CLASE
009330             END-IF
009340         WHEN OTHER
009350             CONTINUE
009360     END-EVALUATE
009370     IF WS-DUAL-CLASE = SPACES
009380         GO TO 3080-EXIT
009390     END-IF
009400     SET WS-DUAL-RETENIDA TO TRUE
009410     IF WS-CMB-USUARIO = SPACES
009420         MOVE "OPERACION CONTROLADA SIN USUARIO OPERADOR"
009430             TO WS-EXC-RAZON
009440         GO TO 3080-EXIT
009450     END-IF
009460     ADD 1 TO WS-CNT-DUAL-RETENIDOS
009470     MOVE "PENDIENTE DE AUTORIZACION DUAL" TO WS-EXC-RAZON
009480     MOVE WS-LINE-NUM TO WS-AUT-LINEA-ED
009490     MOVE SPACES TO WS-AUT-NUEVO-ID
009500     STRING "M" WS-BATCH-FECHA WS-AUT-LINEA-ED DELIMITED BY SIZE
009510         INTO WS-AUT-NUEVO-ID
009520     IF WS-AUTP-COUNT > 0
009530         SET AUTP-IDX TO 1
009540         SEARCH WS-AUTP-ENTRY
009550             AT END
009560                 CONTINUE
009570             WHEN WS-AUTP-ID (AUTP-IDX) = WS-AUT-NUEVO-ID
009580                 GO TO 3080-EXIT
009590         END-SEARCH
009600     END-IF
009610     PERFORM 3085-WRITE-PENDIENTE THRU 3085-EXIT.
009620 3080-EXIT.
009630     EXIT.
009640
009650******************************************************************
009660* 3085-WRITE-PENDIENTE - Append the held change to AUTORIZACIONES-
009670*                        PENDIENTES.TXT with the account's current
009680*                        ESTADO and LIMITE for the approver to
009690*                        see.
009700*                        The file is opened on the first hold of
009710*                        the run.
009720******************************************************************
009730 3085-WRITE-PENDIENTE.
009740     MOVE SPACES TO WS-AUT-REG
009750     MOVE WS-AUT-NUEVO-ID TO WS-AUT-ID
009760     MOVE "M" TO WS-AUT-ORIGEN
009770     MOVE "P" TO WS-AUT-ESTADO
009780     MOVE WS-DUAL-CLASE TO WS-AUT-CLASE
009790     MOVE WS-CMB-USUARIO TO WS-AUT-USR-OPER
009800     MOVE WS-BATCH-FECHA TO WS-AUT-FECHA-ALTA
009810     MOVE 0 TO WS-AUT-MONTO-PEN
009820     IF WS-DUAL-CLASE = "LIMITE"
009830         COMPUTE WS-AUT-MONTO-PEN =
009840             WS-DUAL-LIM-NUEVO - WS-DUAL-LIM-ACTUAL
009850     END-IF
009860     MOVE 0 TO WS-AUT-NUM-LIB
009870     MOVE WS-CMB-ACCION TO WS-AUT-M-ACCION
009880     MOVE WS-CMB-CTAID TO WS-AUT-M-CTAID
009890     MOVE WS-CMB-ESTADO TO WS-AUT-M-ESTADO
009900     MOVE WS-CMB-LIMITE TO WS-AUT-M-LIMITE
009910     MOVE WS-CMB-PRODUCTO TO WS-AUT-M-PRODUCTO
009920     MOVE WS-CMB-ITF TO WS-AUT-M-ITF
009930     MOVE WS-DUAL-EST-ACTUAL TO WS-AUT-M-ESTADO-ANT
009940     MOVE WS-DUAL-LIM-ACTUAL TO WS-AUT-M-LIMITE-ANT
009950     IF NOT WS-AUTPEND-ABIERTO
009960         OPEN EXTEND AUTPEND-FILE
009970         IF WS-AUTPEND-NOFILE
009980             OPEN OUTPUT AUTPEND-FILE
009990         END-IF
010000         SET WS-AUTPEND-ABIERTO TO TRUE
010010     END-IF
010020     WRITE AUTPEND-LINE FROM WS-AUT-REG.
010030 3085-EXIT.
010040     EXIT.
010050
010060******************************************************************
010070* 3090-VALIDA-LIBERADO - A change line naming an authorization in
010080*                        its tenth column applies only against
010090*                        that item: a master change released for
010100*                        this business date, approved by a user
010110*                        other than its maker, not already applied
010120*                        in this run, and carrying the same
010130*                        ACCION, CTAID, ESTADO, LIMITE, PRODUCTO
010140*                        and ITF flag that were held - the change
010150*                        applied is exactly the one the approver
010160*                        saw. The change still passes every
010170*                        ordinary check of its apply paragraph.
010180*                        Leaves WS-DUAL-VALIDA "Y"/"N", with
010190*                        WS-EXC-RAZON set on "N".
010200******************************************************************
010210 3090-VALIDA-LIBERADO.
010220     MOVE "N" TO WS-DUAL-VALIDA
010230     MOVE "AUTORIZACION DUAL NO ENCONTRADA" TO WS-EXC-RAZON
010240     IF WS-AUTP-COUNT = 0
010250         GO TO 3090-EXIT
010260     END-IF
010270     SET AUTP-IDX TO 1
010280     SEARCH WS-AUTP-ENTRY
010290         AT END
010300             GO TO 3090-EXIT
010310         WHEN WS-AUTP-ID (AUTP-IDX) = WS-CMB-AUTORIZ
010320             MOVE WS-AUTP-REG (AUTP-IDX) TO WS-AUT-REG
010330     END-SEARCH
010340     IF NOT WS-AUT-ES-MAESTRO OR NOT WS-AUT-LIBERADA
010350             OR WS-AUT-FECHA-RES NOT = WS-BATCH-FECHA
010360         MOVE "AUTORIZACION DUAL NO LIBERADA PARA HOY"
010370             TO WS-EXC-RAZON
010380         GO TO 3090-EXIT
010390     END-IF
010400     IF WS-AUTP-YA-USADA (AUTP-IDX)
010410         MOVE "AUTORIZACION DUAL YA UTILIZADA" TO WS-EXC-RAZON
010420         GO TO 3090-EXIT
010430     END-IF
010440     IF WS-AUT-USR-APROB = SPACES
010450             OR WS-AUT-USR-APROB = WS-AUT-USR-OPER
010460         MOVE "AUTORIZACION DUAL SIN SEGUNDO USUARIO"
010470             TO WS-EXC-RAZON
010480         GO TO 3090-EXIT
010490     END-IF
010500     IF WS-CMB-ACCION NOT = WS-AUT-M-ACCION
010510             OR WS-CMB-CTAID NOT = WS-AUT-M-CTAID
010520             OR WS-CMB-ESTADO NOT = WS-AUT-M-ESTADO
010530             OR WS-CMB-LIMITE NOT = WS-AUT-M-LIMITE
010540             OR WS-CMB-PRODUCTO NOT = WS-AUT-M-PRODUCTO
010550             OR WS-CMB-ITF NOT = WS-AUT-M-ITF
010560         MOVE "CAMBIO DISTINTO AL AUTORIZADO" TO WS-EXC-RAZON
010570         GO TO 3090-EXIT
010580     END-IF
010590     SET WS-DUAL-ES-VALIDA TO TRUE
010600     MOVE "Y" TO WS-AUTP-USADA (AUTP-IDX).
010610 3090-EXIT.
010620     EXIT.
010630
010640******************************************************************
010650* 3100-BUSCA-CUENTA - Look up WS-CMB-CTAID in the master table,
010660*                    leaving MSTR-IDX positioned on it and
010670*                    WS-CTA-HALLADA "Y"/"N"
010680******************************************************************
010690 3100-BUSCA-CUENTA.
010700     MOVE "N" TO WS-CTA-HALLADA
010710     IF WS-MAESTRO-COUNT = 0
010720         GO TO 3100-EXIT
010730     END-IF
010740     SET MSTR-IDX TO 1
010750     SEARCH WS-MAESTRO-ENTRY
010760         AT END
010770             CONTINUE
010780         WHEN WS-MSTR-CTA-ID (MSTR-IDX) = WS-CMB-CTAID
010790             MOVE "Y" TO WS-CTA-HALLADA
010800     END-SEARCH.
010810 3100-EXIT.
010820     EXIT.
010830
010840******************************************************************
010850* 3200-APLICA-ALTA - Open a new account: the CTAID must not exist
010860*                   yet (the duplicate-open check). ESTADO
010870*                   defaults to "A", LIMITE to zero, PRODUCTO to
010880*                   spaces and ITF-EXENTO to "N" when the change
010890*                   line leaves them blank.
010900******************************************************************
010910 3200-APLICA-ALTA.
010920     IF WS-CTA-EXISTE
010930         MOVE "ALTA RECHAZADA: CTAID YA EXISTE EN EL MAESTRO"
010940             TO WS-EXC-RAZON
010950         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
010960         GO TO 3200-EXIT
010970     END-IF
010980     IF WS-MAESTRO-COUNT NOT < 500
010990         MOVE "ALTA RECHAZADA: MAESTRO LLENO (500)"
011000             TO WS-EXC-RAZON
011010         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
011020         GO TO 3200-EXIT
011030     END-IF
011040     IF WS-CMB-LIMITE NOT = SPACES
011050             AND FUNCTION TEST-NUMVAL (WS-CMB-LIMITE) NOT = 0
011060         MOVE "ALTA RECHAZADA: LIMITE NO NUMERICO"
011070             TO WS-EXC-RAZON
011080         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
011090         GO TO 3200-EXIT
011100     END-IF
011110*    An open is held to the same standards as the later changes:
011120*    the same ESTADO domain 3400 accepts and the same sign rule
011130*    3500 enforces - the whole point of this program is that a
011140*    bad value never reaches the master, not even on day one.
011150     IF WS-CMB-ESTADO NOT = SPACE AND WS-CMB-ESTADO NOT = "A"
011160             AND WS-CMB-ESTADO NOT = "C"
011170             AND WS-CMB-ESTADO NOT = "I"
011180         MOVE "ALTA RECHAZADA: ESTADO NO ES A, C NI I"
011190             TO WS-EXC-RAZON
011200         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
011210         GO TO 3200-EXIT
011220     END-IF
011230     IF WS-CMB-LIMITE NOT = SPACES
011240             AND FUNCTION NUMVAL (WS-CMB-LIMITE) < 0
011250         MOVE "ALTA RECHAZADA: LIMITE NEGATIVO"
011260             TO WS-EXC-RAZON
011270         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
011280         GO TO 3200-EXIT
011290     END-IF
011300     IF WS-CMB-ITF NOT = SPACE AND WS-CMB-ITF NOT = "S"
011310             AND WS-CMB-ITF NOT = "N"
011320         MOVE "ALTA RECHAZADA: ITF-EXENTO NO ES S NI N"
011330             TO WS-EXC-RAZON
011340         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
011350         GO TO 3200-EXIT
011360     END-IF
011370     MOVE "(CUENTA NUEVA)" TO WS-AUD-ANT-TXT
011380     ADD 1 TO WS-MAESTRO-COUNT
011390     SET MSTR-IDX TO WS-MAESTRO-COUNT
011400     MOVE WS-CMB-CTAID TO WS-MSTR-CTA-ID (MSTR-IDX)
011410     IF WS-CMB-ESTADO = SPACE
011420         MOVE "A" TO WS-MSTR-ESTADO (MSTR-IDX)
011430     ELSE
011440         MOVE WS-CMB-ESTADO TO WS-MSTR-ESTADO (MSTR-IDX)
011450     END-IF
011460     IF WS-CMB-LIMITE = SPACES
011470         MOVE 0 TO WS-MSTR-LIMITE (MSTR-IDX)
011480     ELSE
011490         MOVE FUNCTION NUMVAL (WS-CMB-LIMITE)
011500             TO WS-MSTR-LIMITE (MSTR-IDX)
011510     END-IF
011520     MOVE WS-CMB-PRODUCTO TO WS-MSTR-PRODUCTO (MSTR-IDX)
011530     IF WS-CMB-ITF = "S"
011540         MOVE "S" TO WS-MSTR-ITF-EXENTO (MSTR-IDX)
011550     ELSE
011560         MOVE "N" TO WS-MSTR-ITF-EXENTO (MSTR-IDX)
011570     END-IF
011580     PERFORM 3800-WRITE-AUDITORIA THRU 3800-EXIT.
011590 3200-EXIT.
011600     EXIT.
011610
011620******************************************************************
011630* 3300-APLICA-BAJA - Close an account: it must exist, not already
011640*                   be closed, and its balance in the day's
011650*                   balance CSV must be zero (an account absent
011660*                   from the CSV never moved, which counts as
011670*                   zero). With no balance CSV at all the closure
011680*                   is unverifiable and rejected.
011690******************************************************************
011700 3300-APLICA-BAJA.
011710     IF NOT WS-CTA-EXISTE
011720         MOVE "BAJA RECHAZADA: CTAID NO EXISTE EN EL MAESTRO"
011730             TO WS-EXC-RAZON
011740         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
011750         GO TO 3300-EXIT
011760     END-IF
011770     IF WS-MSTR-ESTADO (MSTR-IDX) = "C"
011780         MOVE "BAJA RECHAZADA: CUENTA YA CERRADA"
011790             TO WS-EXC-RAZON
011800         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
011810         GO TO 3300-EXIT
011820     END-IF
011830     PERFORM 3700-VERIFICA-SALDO-CERO THRU 3700-EXIT
011840     IF NOT WS-ES-SALDO-CERO
011850         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
011860         GO TO 3300-EXIT
011870     END-IF
011880     PERFORM 3750-FORMAT-ANTES THRU 3750-EXIT
011890     MOVE "C" TO WS-MSTR-ESTADO (MSTR-IDX)
011900     PERFORM 3800-WRITE-AUDITORIA THRU 3800-EXIT.
011910 3300-EXIT.
011920     EXIT.
011930
011940******************************************************************
011950* 3400-APLICA-ESTADO - Change an existing account's ESTADO. Only
011960*                     "A" (activa), "C" (cerrada) and "I"
011970*                     (inactiva) are valid, and a change to "C"
011980*                     is a closure so it passes the same
011990*                     zero-balance check as a BAJA.
012000******************************************************************
012010 3400-APLICA-ESTADO.
012020     IF NOT WS-CTA-EXISTE
012030         MOVE "ESTADO RECHAZADO: CTAID NO EXISTE EN EL MAESTRO"
012040             TO WS-EXC-RAZON
012050         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
012060         GO TO 3400-EXIT
012070     END-IF
012080     IF WS-CMB-ESTADO NOT = "A" AND WS-CMB-ESTADO NOT = "C"
012090             AND WS-CMB-ESTADO NOT = "I"
012100         MOVE "ESTADO RECHAZADO: VALOR NO ES A, C NI I"
012110             TO WS-EXC-RAZON
012120         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
012130         GO TO 3400-EXIT
012140     END-IF
012150     IF WS-CMB-ESTADO = "C"
012160         PERFORM 3700-VERIFICA-SALDO-CERO THRU 3700-EXIT
012170         IF NOT WS-ES-SALDO-CERO
012180             PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
012190             GO TO 3400-EXIT
012200         END-IF
012210     END-IF
012220     PERFORM 3750-FORMAT-ANTES THRU 3750-EXIT
012230     MOVE WS-CMB-ESTADO TO WS-MSTR-ESTADO (MSTR-IDX)
012240     PERFORM 3800-WRITE-AUDITORIA THRU 3800-EXIT.
012250 3400-EXIT.
012260     EXIT.
012270
012280******************************************************************
012290* 3500-APLICA-LIMITE - Change an existing account's authorized
012300*                     overdraft limit to the numeric value in the
012310*                     LIMITE column
012320******************************************************************
012330 3500-APLICA-LIMITE.
012340     IF NOT WS-CTA-EXISTE
012350         MOVE "LIMITE RECHAZADO: CTAID NO EXISTE EN EL MAESTRO"
012360             TO WS-EXC-RAZON
012370         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
012380         GO TO 3500-EXIT
012390     END-IF
012400     IF FUNCTION TEST-NUMVAL (WS-CMB-LIMITE) NOT = 0
012410         MOVE "LIMITE RECHAZADO: VALOR NO NUMERICO"
012420             TO WS-EXC-RAZON
012430         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
012440         GO TO 3500-EXIT
012450     END-IF
012460     IF FUNCTION NUMVAL (WS-CMB-LIMITE) < 0
012470         MOVE "LIMITE RECHAZADO: VALOR NEGATIVO"
012480             TO WS-EXC-RAZON
012490         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
012500         GO TO 3500-EXIT
012510     END-IF
012520     PERFORM 3750-FORMAT-ANTES THRU 3750-EXIT
012530     MOVE FUNCTION NUMVAL (WS-CMB-LIMITE)
012540         TO WS-MSTR-LIMITE (MSTR-IDX)
012550     PERFORM 3800-WRITE-AUDITORIA THRU 3800-EXIT.
012560 3500-EXIT.
012570     EXIT.
012580
012590******************************************************************
012600* 3600-APLICA-PRODUCTO - Change an existing account's PRODUCTO
012610*                       (rate/fee code) to the value in the
012620*                       PRODUCTO column
012630******************************************************************
012640 3600-APLICA-PRODUCTO.
012650     IF NOT WS-CTA-EXISTE
012660         MOVE "PRODUCTO RECHAZADO: CTAID NO EXISTE EN MAESTRO"
012670             TO WS-EXC-RAZON
012680         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
012690         GO TO 3600-EXIT
012700     END-IF
012710     IF WS-CMB-PRODUCTO = SPACES
012720         MOVE "PRODUCTO RECHAZADO: CODIGO EN BLANCO"
012730             TO WS-EXC-RAZON
012740         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
012750         GO TO 3600-EXIT
012760     END-IF
012770     PERFORM 3750-FORMAT-ANTES THRU 3750-EXIT
012780     MOVE WS-CMB-PRODUCTO TO WS-MSTR-PRODUCTO (MSTR-IDX)
012790     PERFORM 3800-WRITE-AUDITORIA THRU 3800-EXIT.
012800 3600-EXIT.
012810     EXIT.
012820
012830******************************************************************
012840* 3650-APLICA-ITF - Switch an existing account's ITF exemption to
012850*                  the "S"/"N" value in the sixth column
012860******************************************************************
012870 3650-APLICA-ITF.
012880     IF NOT WS-CTA-EXISTE
012890         MOVE "ITF RECHAZADO: CTAID NO EXISTE EN EL MAESTRO"
012900             TO WS-EXC-RAZON
012910         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
012920         GO TO 3650-EXIT
012930     END-IF
012940     IF WS-CMB-ITF NOT = "S" AND WS-CMB-ITF NOT = "N"
012950         MOVE "ITF RECHAZADO: VALOR NO ES S NI N"
012960             TO WS-EXC-RAZON
012970         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
012980         GO TO 3650-EXIT
012990     END-IF
013000     PERFORM 3750-FORMAT-ANTES THRU 3750-EXIT
013010     MOVE WS-CMB-ITF TO WS-MSTR-ITF-EXENTO (MSTR-IDX)
013020     PERFORM 3800-WRITE-AUDITORIA THRU 3800-EXIT.
013030 3650-EXIT.
013040     EXIT.
013050
013060******************************************************************
013070* 3700-VERIFICA-SALDO-CERO - Check that the account being closed
013080*                           carries a zero balance in the day's
013090*                           balance CSV, leaving WS-SALDO-CERO
013100*                           "Y"/"N" and WS-EXC-RAZON set on "N"
013110******************************************************************
013120 3700-VERIFICA-SALDO-CERO.
013130     MOVE "Y" TO WS-SALDO-CERO
013140     IF NOT WS-HAY-SALDOS
013150         MOVE "N" TO WS-SALDO-CERO
013160         MOVE "CIERRE RECHAZADO: SALDO NO VERIFICABLE"
013170             TO WS-EXC-RAZON
013180         GO TO 3700-EXIT
013190     END-IF
013200     MOVE 0 TO WS-SALDO-CTA
013210     IF WS-SALDOS-COUNT > 0
013220         SET SAL-IDX TO 1
013230         SEARCH WS-SALDO-ENTRY
013240             AT END
013250                 CONTINUE
013260             WHEN WS-SAL-CTA (SAL-IDX) = WS-CMB-CTAID
013270                 MOVE WS-SAL-BALANCE (SAL-IDX) TO WS-SALDO-CTA
013280         END-SEARCH
013290     END-IF
013300     IF WS-SALDO-CTA NOT = 0
013310         MOVE "N" TO WS-SALDO-CERO
013320         MOVE "CIERRE RECHAZADO: SALDO DISTINTO DE CERO"
013330             TO WS-EXC-RAZON
013340     END-IF.
013350 3700-EXIT.
013360     EXIT.
013370
013380******************************************************************
013390* 3750-FORMAT-ANTES - Capture the account's current master row as
013400*                    the before-image for the audit pair, before
013410*                    the change is applied
013420******************************************************************
013430 3750-FORMAT-ANTES.
013440     PERFORM 7000-FORMAT-MSTR-LINEA THRU 7000-EXIT
013450     MOVE WS-MSTR-LINEA TO WS-AUD-ANT-TXT.
013460 3750-EXIT.
013470     EXIT.
013480
013490******************************************************************
013500* 3800-WRITE-AUDITORIA - Write the header and before/after pair
013510*                       for the change just applied (MSTR-IDX is
013520*                       still positioned on the changed row)
013530******************************************************************
013540 3800-WRITE-AUDITORIA.
013550     ADD 1 TO WS-CNT-APLICADOS
013560     MOVE WS-LINE-NUM TO WS-AUD-NUM
013570     MOVE WS-CMB-ACCION TO WS-AUD-ACCION
013580     MOVE WS-CMB-CTAID TO WS-AUD-CTAID
013590     WRITE AUDITORIA-LINE FROM WS-AUD-CABECERA
013600     WRITE AUDITORIA-LINE FROM WS-AUD-ANTES
013610     PERFORM 7000-FORMAT-MSTR-LINEA THRU 7000-EXIT
013620     MOVE WS-MSTR-LINEA TO WS-AUD-DES-TXT
013630     WRITE AUDITORIA-LINE FROM WS-AUD-DESPUES.
013640 3800-EXIT.
013650     EXIT.
013660
013670******************************************************************
013680* 3900-REJECT-CAMBIO - Log a rejected change with its reason and
013690*                     its own text to the exception file
013700******************************************************************
013710 3900-REJECT-CAMBIO.
013720     ADD 1 TO WS-CNT-RECHAZADOS
013730     MOVE WS-LINE-NUM TO WS-EXC-LINENO
013740     MOVE CAMBIOS-LINE TO WS-EXC-TEXTO
013750     WRITE EXCEP-LINE FROM WS-EXCEP-LINEA.
013760 3900-EXIT.
013770     EXIT.
013780
013790******************************************************************
013800* 4000-APLICA-VINCULA - Link the customer in the seventh column to
013810*                      an existing account with the role in the
013820*                      eighth ("T" titular, "C" cotitular; blank
013830*                      means "T"). An existing link only has its
013840*                      role changed. An account has one titular at
013850*                      most.
013860******************************************************************
013870 4000-APLICA-VINCULA.
013880     IF NOT WS-CTA-EXISTE
013890         MOVE "VINCULA RECHAZADO: CTAID NO EXISTE EN EL MAESTRO"
013900             TO WS-EXC-RAZON
013910         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
013920         GO TO 4000-EXIT
013930     END-IF
013940     IF WS-CMB-ROL = SPACE
013950         MOVE "T" TO WS-CMB-ROL
013960     END-IF
013970     IF WS-CMB-ROL NOT = "T" AND WS-CMB-ROL NOT = "C"
013980         MOVE "VINCULA RECHAZADO: ROL NO ES T NI C"
013990             TO WS-EXC-RAZON
014000         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
014010         GO TO 4000-EXIT
014020     END-IF
014030     IF NOT WS-HAY-CLIENTES
014040         MOVE "VINCULA RECHAZADO: CLIENTE NO VERIFICABLE"
014050             TO WS-EXC-RAZON
014060         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
014070         GO TO 4000-EXIT
014080     END-IF
014090     MOVE "N" TO WS-TIT-HALLADO
014100     IF WS-CMB-CLIENTE NOT = SPACES AND WS-CLI-COUNT > 0
014110         SET CLI-IDX TO 1
014120         SEARCH WS-CLI-ENTRY
014130             AT END
014140                 CONTINUE
014150             WHEN WS-CLI-ID (CLI-IDX) = WS-CMB-CLIENTE
014160                 MOVE "Y" TO WS-TIT-HALLADO
014170         END-SEARCH
014180     END-IF
014190     IF NOT WS-TIT-EXISTE
014200         MOVE "VINCULA RECHAZADO: CLIENTE NO EXISTE"
014210             TO WS-EXC-RAZON
014220         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
014230         GO TO 4000-EXIT
014240     END-IF
014250     PERFORM 4200-BUSCA-VINCULO THRU 4200-EXIT
014260     IF WS-CMB-ROL = "T" AND WS-HAY-OTRO-TITULAR
014270         MOVE "VINCULA RECHAZADO: CUENTA YA TIENE TITULAR"
014280             TO WS-EXC-RAZON
014290         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
014300         GO TO 4000-EXIT
014310     END-IF
014320     IF WS-TIT-EXISTE
014330         SET TIT-IDX TO WS-TIT-POS
014340         IF WS-TIT-ROL (TIT-IDX) = WS-CMB-ROL
014350             MOVE "VINCULA RECHAZADO: VINCULO YA EXISTE"
014360                 TO WS-EXC-RAZON
014370             PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
014380             GO TO 4000-EXIT
014390         END-IF
014400         PERFORM 7100-FORMAT-TIT-LINEA THRU 7100-EXIT
014410         MOVE WS-TIT-LINEA TO WS-AUD-ANT-TXT
014420     ELSE
014430         IF WS-TIT-COUNT NOT < 1000
014440             MOVE "VINCULA RECHAZADO: TITULARES LLENO (1000)"
014450                 TO WS-EXC-RAZON
014460             PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
014470             GO TO 4000-EXIT
014480         END-IF
014490         MOVE "(VINCULO NUEVO)" TO WS-AUD-ANT-TXT
014500         ADD 1 TO WS-TIT-COUNT
014510         SET TIT-IDX TO WS-TIT-COUNT
014520         MOVE WS-CMB-CTAID TO WS-TIT-CTA (TIT-IDX)
014530         MOVE WS-CMB-CLIENTE TO WS-TIT-CLI (TIT-IDX)
014540     END-IF
014550     MOVE WS-CMB-ROL TO WS-TIT-ROL (TIT-IDX)
014560     PERFORM 4300-WRITE-AUDITORIA-TIT THRU 4300-EXIT.
014570 4000-EXIT.
014580     EXIT.
014590
014600******************************************************************
014610* 4100-APLICA-DESLIGA - Remove the link between the account and
014620*                       the customer in the seventh column. The
014630*                       titular cannot be removed while
014640*                       cotitulares remain on the account -
014650*                       VINCULA another titular first.
014660******************************************************************
014670 4100-APLICA-DESLIGA.
014680     PERFORM 4200-BUSCA-VINCULO THRU 4200-EXIT
014690     IF NOT WS-TIT-EXISTE
014700         MOVE "DESLIGA RECHAZADO: VINCULO NO EXISTE"
014710             TO WS-EXC-RAZON
014720         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
014730         GO TO 4100-EXIT
014740     END-IF
014750     SET TIT-IDX TO WS-TIT-POS
014760     IF WS-TIT-ES-TITULAR (TIT-IDX) AND WS-TIT-COTITULARES > 0
014770         MOVE "DESLIGA RECHAZADO: TITULAR CON COTITULARES"
014780             TO WS-EXC-RAZON
014790         PERFORM 3900-REJECT-CAMBIO THRU 3900-EXIT
014800         GO TO 4100-EXIT
014810     END-IF
014820     PERFORM 7100-FORMAT-TIT-LINEA THRU 7100-EXIT
014830     MOVE WS-TIT-LINEA TO WS-AUD-ANT-TXT
014840     MOVE "X" TO WS-TIT-ROL (TIT-IDX)
014850     PERFORM 4300-WRITE-AUDITORIA-TIT THRU 4300-EXIT.
014860 4100-EXIT.
014870     EXIT.
014880
014890******************************************************************
014900* 4200-BUSCA-VINCULO - Scan the links of WS-CMB-CTAID: WS-TIT-POS
014910*                     gets the position of its link to
014920*                     WS-CMB-CLIENTE (WS-TIT-HALLADO "Y"), and the
014930*                     scan also notes whether another customer is
014940*                     already titular and how many cotitulares the
014950*                     account has besides that customer
014960******************************************************************
014970 4200-BUSCA-VINCULO.
014980     MOVE "N" TO WS-TIT-HALLADO
014990     MOVE "N" TO WS-TIT-OTRO-TITULAR
015000     MOVE 0 TO WS-TIT-POS
015010     MOVE 0 TO WS-TIT-COTITULARES
015020     PERFORM 4210-EVALUA-VINCULO THRU 4210-EXIT
015030         VARYING TIT-IDX FROM 1 BY 1
015040         UNTIL TIT-IDX > WS-TIT-COUNT.
015050 4200-EXIT.
015060     EXIT.
015070
015080******************************************************************
015090* 4210-EVALUA-VINCULO - Examine the link at TIT-IDX for 4200
015100******************************************************************
015110 4210-EVALUA-VINCULO.
015120     IF WS-TIT-CTA (TIT-IDX) NOT = WS-CMB-CTAID
015130             OR WS-TIT-ES-BORRADO (TIT-IDX)
015140         GO TO 4210-EXIT
015150     END-IF
015160     IF WS-TIT-CLI (TIT-IDX) = WS-CMB-CLIENTE
015170         MOVE "Y" TO WS-TIT-HALLADO
015180         SET WS-TIT-POS TO TIT-IDX
015190         GO TO 4210-EXIT
015200     END-IF
015210     IF WS-TIT-ES-TITULAR (TIT-IDX)
015220         SET WS-HAY-OTRO-TITULAR TO TRUE
015230     ELSE
015240         ADD 1 TO WS-TIT-COTITULARES
015250     END-IF.
015260 4210-EXIT.
015270     EXIT.
015280
015290******************************************************************
015300* 4300-WRITE-AUDITORIA-TIT - Write the header and before/after
015310*                            pair for the link change just applied
015320*                            (TIT-IDX is still positioned on it)
015330******************************************************************
015340 4300-WRITE-AUDITORIA-TIT.
015350     ADD 1 TO WS-CNT-APLICADOS
015360     ADD 1 TO WS-CNT-VINC-APLIC
015370     MOVE WS-LINE-NUM TO WS-AUD-NUM
015380     MOVE WS-CMB-ACCION TO WS-AUD-ACCION
015390     MOVE WS-CMB-CTAID TO WS-AUD-CTAID
015400     WRITE AUDITORIA-LINE FROM WS-AUD-CABECERA
015410     WRITE AUDITORIA-LINE FROM WS-AUD-ANTES
015420     IF WS-TIT-ES-BORRADO (TIT-IDX)
015430         MOVE "(VINCULO ELIMINADO)" TO WS-AUD-DES-TXT
015440     ELSE
015450         PERFORM 7100-FORMAT-TIT-LINEA THRU 7100-EXIT
015460         MOVE WS-TIT-LINEA TO WS-AUD-DES-TXT
015470     END-IF
015480     WRITE AUDITORIA-LINE FROM WS-AUD-DESPUES.
015490 4300-EXIT.
015500     EXIT.
015510
015520******************************************************************
015530* 7000-FORMAT-MSTR-LINEA - Render the master row at MSTR-IDX in
015540*                         the canonical CTAID,ESTADO,LIMITE,
015550*                         PRODUCTO,ITF-EXENTO text format, for
015560*                         the audit log
015570*                         and the rewritten master
015580******************************************************************
015590 7000-FORMAT-MSTR-LINEA.
015600     MOVE WS-MSTR-LIMITE (MSTR-IDX) TO WS-LIM-ED
015610     MOVE SPACES TO WS-MSTR-LINEA
015620     STRING WS-MSTR-CTA-ID (MSTR-IDX) DELIMITED BY SPACE
015630         "," WS-MSTR-ESTADO (MSTR-IDX) ","
015640         WS-LIM-ED "," WS-MSTR-PRODUCTO (MSTR-IDX) ","
015650         WS-MSTR-ITF-EXENTO (MSTR-IDX)
015660         DELIMITED BY SIZE INTO WS-MSTR-LINEA.
015670 7000-EXIT.
015680     EXIT.
015690
015700******************************************************************
015710* 7100-FORMAT-TIT-LINEA - Render the link at TIT-IDX in the
015720*                         canonical CTAID,CLIID,ROL text format,
015730*                         for the audit log and the rewritten
015740*                         holders file
015750******************************************************************
015760 7100-FORMAT-TIT-LINEA.
015770     MOVE SPACES TO WS-TIT-LINEA
015780     STRING WS-TIT-CTA (TIT-IDX) DELIMITED BY SPACE
015790         "," DELIMITED BY SIZE
015800         WS-TIT-CLI (TIT-IDX) DELIMITED BY SPACE
015810         "," WS-TIT-ROL (TIT-IDX) DELIMITED BY SIZE
015820         INTO WS-TIT-LINEA.
015830 7100-EXIT.
015840     EXIT.
015850
015860******************************************************************
015870* 8000-REWRITE-MAESTRO - Rewrite MAESTRO-CUENTAS.TXT from the
015880*                       updated table in the canonical format,
015890*                       but only when at least one change
015900*                       applied - a run that rejected everything
015910*                       leaves the master byte-for-byte untouched
015920******************************************************************
015930 8000-REWRITE-MAESTRO.
015940     IF WS-CNT-APLICADOS = 0
015950         DISPLAY "MANTENIMIENTO-MAESTRO: NINGUN CAMBIO APLICADO"
015960             " - MAESTRO SIN CAMBIOS"
015970         GO TO 8000-EXIT
015980     END-IF
015990     OPEN OUTPUT MAESTRO-FILE
016000     PERFORM 8100-WRITE-MSTR-ROW THRU 8100-EXIT
016010         VARYING MSTR-IDX FROM 1 BY 1
016020         UNTIL MSTR-IDX > WS-MAESTRO-COUNT
016030     CLOSE MAESTRO-FILE.
016040 8000-EXIT.
016050     EXIT.
016060
016070******************************************************************
016080* 8100-WRITE-MSTR-ROW - Write the master row at MSTR-IDX
016090******************************************************************
016100 8100-WRITE-MSTR-ROW.
016110     PERFORM 7000-FORMAT-MSTR-LINEA THRU 7000-EXIT
016120     WRITE MAESTRO-LINE FROM WS-MSTR-LINEA.
016130 8100-EXIT.
016140     EXIT.
016150
016160******************************************************************
016170* 8200-REWRITE-TITULARES - Rewrite TITULARES-CUENTAS.TXT without
016180*                          the removed links, only when a link
016190*                          change applied
016200******************************************************************
016210 8200-REWRITE-TITULARES.
016220     IF WS-CNT-VINC-APLIC = 0
016230         GO TO 8200-EXIT
016240     END-IF
016250     OPEN OUTPUT TITULAR-FILE
016260     PERFORM 8210-WRITE-TIT-ROW THRU 8210-EXIT
016270         VARYING TIT-IDX FROM 1 BY 1
016280         UNTIL TIT-IDX > WS-TIT-COUNT
016290     CLOSE TITULAR-FILE.
016300 8200-EXIT.
016310     EXIT.
016320
016330******************************************************************
016340* 8210-WRITE-TIT-ROW - Write the link at TIT-IDX unless removed
016350******************************************************************
016360 8210-WRITE-TIT-ROW.
016370     IF WS-TIT-ES-BORRADO (TIT-IDX)
016380         GO TO 8210-EXIT
016390     END-IF
016400     PERFORM 7100-FORMAT-TIT-LINEA THRU 7100-EXIT
016410     WRITE TITULAR-LINE FROM WS-TIT-LINEA.
016420 8210-EXIT.
016430     EXIT.
016440
016450******************************************************************
016460* 9999-TERMINATE - Close the logs and echo the run summary
016470******************************************************************
016480 9999-TERMINATE.
016490     CLOSE CAMBIOS-FILE
016500     CLOSE AUDITORIA-FILE
016510     CLOSE EXCEP-FILE
016520     IF WS-AUTPEND-ABIERTO
016530         CLOSE AUTPEND-FILE
016540     END-IF
016550     DISPLAY "MANTENIMIENTO-MAESTRO: CAMBIOS APLICADOS:  "
016560         WS-CNT-APLICADOS
016570     DISPLAY "MANTENIMIENTO-MAESTRO: CAMBIOS RECHAZADOS: "
016580         WS-CNT-RECHAZADOS
016590     DISPLAY "MANTENIMIENTO-MAESTRO: RETENIDOS AUT. DUAL: "
016600         WS-CNT-DUAL-RETENIDOS.
016610 9999-EXIT.
016620     EXIT.
