000010******************************************************************
000020* Author:CESAR CHINCHAY
000030* Date:15/10/2026
000040* Purpose:INTERBANK COBOL ACADEMY
000050* Tectonics: cobc
000060******************************************************************
000070* Modification History
000080*   Date       Init  Description
000090*   ---------- ----  ---------------------------------------------
000100*   2026-10-15  CCH  Initial version: second-approver step of the
000110*                    dual authorization (maker-checker) control,
000120*                    run each day before MANTENIMIENTO-MAESTRO and
000130*                    the posting run. Works the items those two
000140*                    programs hold in AUTORIZACIONES-
000150*                    PENDIENTES.TXT: (1) a pending item older than
000160*                    its validity (VIGENCIA,days in
000170*                    CONTROL-DUAL.TXT, 5 days by default) expires;
000180*                    (2) each line of APROBACIONES.TXT
000190*                    (AUT-ID,USUARIO[,A/R]) from a user other than
000200*                    the item's maker releases it ("A", the
000210*                    default) or refuses it ("R") - an approval by
000220*                    the maker, or for an item that is not
000230*                    pending, is listed and not applied; (3) the
000240*                    movements released today are written to the
000250*                    drop AUTORIZADAS-yyyymmdd.CSV (data.csv
000260*                    layout, TR-IDs 45001-49999, USUARIO and
000270*                    AUT-ID in the eighth and ninth columns,
000280*                    TRAILER included, registered in ARCHIVOS.TXT)
000290*                    and the master changes released today are
000300*                    appended to CAMBIOS-MAESTRO.TXT with the
000310*                    AUT-ID in the tenth column; (4) the report
000320*                    AUTORIZACIONES-yyyymmdd.TXT lists the day's
000330*                    releases, refusals and expiries, every item
000340*                    still pending with its expiry date, and the
000350*                    approvals not applied. The pending file is
000360*                    rewritten with the open items and today's
000370*                    outcomes only - items closed on an earlier
000380*                    day are purged. A rerun on the same business
000390*                    date keeps today's releases and writes the
000400*                    drop again without appending the master
000410*                    changes twice.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. AUTORIZA-OPERACIONES.
000450 AUTHOR. CESAR CHINCHAY.
000460 INSTALLATION. INTERBANK COBOL ACADEMY.
000470 DATE-WRITTEN. 15/10/2026.
000480 DATE-COMPILED. 15/10/2026.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT AUTPEND-FILE
000540         ASSIGN TO "AUTORIZACIONES-PENDIENTES.TXT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUTPEND-STATUS.
000570
000580     SELECT APROB-FILE ASSIGN TO "APROBACIONES.TXT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-APROB-STATUS.
000610
000620     SELECT CTLDUAL-FILE ASSIGN TO "CONTROL-DUAL.TXT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CTLDUAL-STATUS.
000650
000660     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FECHAPROC-STATUS.
000690
000700     SELECT DROP-FILE ASSIGN TO WS-DROP-FILENAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-DROP-STATUS.
000730
000740     SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS-MAESTRO.TXT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CAMBIOS-STATUS.
000770
000780     SELECT REPORTE-FILE ASSIGN TO WS-REPORTE-FILENAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-REPORTE-STATUS.
000810
000820     SELECT ARCHIVOS-FILE ASSIGN TO "ARCHIVOS.TXT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ARCHIVOS-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  AUTPEND-FILE.
000890 01  AUTPEND-LINE          PIC X(171).
000900
000910 FD  APROB-FILE.
000920 01  APROB-LINE            PIC X(40).
000930
000940 FD  CTLDUAL-FILE.
000950 01  CTLDUAL-LINE          PIC X(40).
000960
000970 FD  FECHA-PROC-FILE.
000980 01  FECHA-PROC-LINE       PIC X(10).
000990
001000 FD  DROP-FILE.
001010 01  DROP-LINE             PIC X(120).
001020
001030 FD  CAMBIOS-FILE.
001040 01  CAMBIOS-LINE          PIC X(120).
001050
001060 FD  REPORTE-FILE.
001070 01  REPORTE-LINE          PIC X(110).
001080
001090 FD  ARCHIVOS-FILE.
001100 01  ARCHIVOS-LINE         PIC X(40).
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-AUTPEND-STATUS    PIC XX.
001140     88  WS-AUTPEND-OK        VALUE "00".
001150 01  WS-AUTPEND-EOF       PIC X VALUE "N".
001160     88  WS-AUTPEND-FIN       VALUE "Y".
001170 01  WS-AUTPEND-PRESENTE  PIC X VALUE "N".
001180     88  WS-HAY-AUTPEND       VALUE "Y".
001190 01  WS-APROB-STATUS      PIC XX.
001200     88  WS-APROB-OK          VALUE "00".
001210 01  WS-APROB-EOF         PIC X VALUE "N".
001220     88  WS-APROB-FIN         VALUE "Y".
001230 01  WS-CTLDUAL-STATUS    PIC XX.
001240     88  WS-CTLDUAL-OK        VALUE "00".
001250 01  WS-CTLDUAL-EOF       PIC X VALUE "N".
001260     88  WS-CTLDUAL-FIN       VALUE "Y".
001270 01  WS-FECHAPROC-STATUS  PIC XX.
001280     88  WS-FECHAPROC-OK      VALUE "00".
001290 01  WS-DROP-STATUS       PIC XX.
001300 01  WS-CAMBIOS-STATUS    PIC XX.
001310     88  WS-CAMBIOS-NOFILE    VALUE "35".
001320 01  WS-REPORTE-STATUS    PIC XX.
001330 01  WS-ARCHIVOS-STATUS   PIC XX.
001340     88  WS-ARCHIVOS-OK       VALUE "00".
001350     88  WS-ARCHIVOS-NOFILE   VALUE "35".
001360 01  WS-ARCHIVOS-EOF      PIC X VALUE "N".
001370     88  WS-ARCHIVOS-FIN      VALUE "Y".
001380 01  WS-ARCHIVO-LISTADO   PIC X VALUE "N".
001390     88  WS-YA-LISTADO        VALUE "Y".
001400 01  WS-CAMBIOS-APERTURA  PIC X VALUE "N".
001410     88  WS-CAMBIOS-ABIERTO   VALUE "Y".
001420
001430 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
001440 01  WS-HOY-INT           PIC 9(7) COMP VALUE 0.
001450 01  WS-DROP-FILENAME     PIC X(35).
001460 01  WS-REPORTE-FILENAME  PIC X(35).
001470
001480 01  WS-DELIM             PIC X VALUE ",".
001490
001500******************************************************************
001510* Days a held item waits for its second approver, overridable
001520* with VIGENCIA,days in CONTROL-DUAL.TXT
001530******************************************************************
001540 01  WS-VIGENCIA          PIC 9(3) VALUE 5.
001550 01  WS-DUAL-CLA-TMP      PIC X(10).
001560 01  WS-DUAL-VAL-TMP      PIC X(15).
001570
001580******************************************************************
001590* AUTORIZACIONES-PENDIENTES.TXT, held whole and written back at
001600* the end. NUEVA marks an item this run released or refused, as
001610* opposed to one a same-day earlier run already resolved.
001620******************************************************************
001630 01  WS-AUTP-COUNT        PIC 9(4) COMP VALUE 0.
001640 01  WS-AUTP-TABLE.
001650     05  WS-AUTP-ENTRY OCCURS 1 TO 2000 TIMES
001660             DEPENDING ON WS-AUTP-COUNT
001670             INDEXED BY AUTP-IDX.
001680         10  WS-AUTP-ID      PIC X(14).
001690         10  WS-AUTP-REG     PIC X(171).
001700         10  WS-AUTP-NUEVA   PIC X(1).
001710             88  WS-AUTP-ES-NUEVA VALUE "Y".
001720
001730 01  WS-AUTP-LLENO        PIC X VALUE "N".
001740     88  WS-AUTP-LLENAS       VALUE "Y".
001750
001760******************************************************************
001770* One held item of AUTORIZACIONES-PENDIENTES.TXT. ORIGEN "T" is a
001780* posting-run movement, "M" a master change; ESTADO "P" pending,
001790* "L" released on FECHA-RES (as TR-ID NUM-LIB for a movement),
001800* "R" refused by the approver, "X" expired, "U" used. The layout
001810* is shared with REPORTE-TRANSACCIONES and MANTENIMIENTO-MAESTRO.
001820******************************************************************
001830 01  WS-AUT-REG.
001840     05  WS-AUT-ID           PIC X(14).
001850     05  WS-AUT-ORIGEN       PIC X(1).
001860         88  WS-AUT-ES-TRANS      VALUE "T".
001870         88  WS-AUT-ES-MAESTRO    VALUE "M".
001880     05  WS-AUT-ESTADO       PIC X(1).
001890         88  WS-AUT-PENDIENTE     VALUE "P".
001900         88  WS-AUT-LIBERADA      VALUE "L".
001910         88  WS-AUT-RECHAZADA     VALUE "R".
001920         88  WS-AUT-VENCIDA       VALUE "X".
001930         88  WS-AUT-USADA         VALUE "U".
001940     05  WS-AUT-CLASE        PIC X(10).
001950     05  WS-AUT-USR-OPER     PIC X(10).
001960     05  WS-AUT-FECHA-ALTA   PIC X(8).
001970     05  WS-AUT-FECHA-VENCE  PIC X(8).
001980     05  WS-AUT-USR-APROB    PIC X(10).
001990     05  WS-AUT-FECHA-RES    PIC X(8).
002000     05  WS-AUT-MONTO-PEN    PIC 9(9)V99.
002010     05  WS-AUT-NUM-LIB      PIC 9(5).
002020     05  WS-AUT-DATOS        PIC X(85).
002030     05  WS-AUT-DAT-TRANS REDEFINES WS-AUT-DATOS.
002040         10  WS-AUT-T-TIPO       PIC X(15).
002050         10  WS-AUT-T-MONTO      PIC 9(5)V99.
002060         10  WS-AUT-T-CUENTA     PIC X(10).
002070         10  WS-AUT-T-CTA-DEST   PIC X(10).
002080         10  WS-AUT-T-FECHA      PIC X(10).
002090         10  WS-AUT-T-MONEDA     PIC X(3).
002100         10  WS-AUT-T-ID-ORIG    PIC 9(5).
002110         10  WS-AUT-T-CLASE-ORIG PIC X(15).
002120         10  WS-AUT-T-CTA-ORIG   PIC X(10).
002130     05  WS-AUT-DAT-MAESTRO REDEFINES WS-AUT-DATOS.
002140         10  WS-AUT-M-ACCION     PIC X(8).
002150         10  WS-AUT-M-CTAID      PIC X(10).
002160         10  WS-AUT-M-ESTADO     PIC X(1).
002170         10  WS-AUT-M-LIMITE     PIC X(12).
002180         10  WS-AUT-M-PRODUCTO   PIC X(4).
002190         10  WS-AUT-M-ITF        PIC X(1).
002200         10  WS-AUT-M-ESTADO-ANT PIC X(1).
002210         10  WS-AUT-M-LIMITE-ANT PIC S9(9)V99.
002220         10  FILLER              PIC X(37).
002230
002240******************************************************************
002250* The day's approvals from APROBACIONES.TXT. A line that could
002260* not be applied keeps its reason for the report.
002270******************************************************************
002280 01  WS-APR-COUNT         PIC 9(4) COMP VALUE 0.
002290 01  WS-APR-TABLE.
002300     05  WS-APR-ENTRY OCCURS 1 TO 2000 TIMES
002310             DEPENDING ON WS-APR-COUNT
002320             INDEXED BY APR-IDX.
002330         10  WS-APR-ID       PIC X(14).
002340         10  WS-APR-USUARIO  PIC X(10).
002350         10  WS-APR-DECISION PIC X(1).
002360         10  WS-APR-RAZON    PIC X(40).
002370
002380 01  WS-APR-ID-TMP        PIC X(14).
002390 01  WS-APR-USR-TMP       PIC X(10).
002400 01  WS-APR-DEC-TMP       PIC X(1).
002410
002420 01  WS-FECHA-EVAL        PIC X(8).
002430 01  WS-FECHA-NUM         PIC 9(8).
002440 01  WS-FECHA-INT         PIC 9(7) COMP VALUE 0.
002450 01  WS-VENCE-INT         PIC 9(7) COMP VALUE 0.
002460 01  WS-DIAS-RESTAN       PIC 9(5) COMP VALUE 0.
002470
002480 01  WS-PROX-ID           PIC 9(5) VALUE 45001.
002490 01  WS-ULTIMO-ID         PIC 9(5) VALUE 49999.
002500 01  WS-ID-AGOTADO        PIC X VALUE "N".
002510     88  WS-HAY-ID-AGOTADO    VALUE "Y".
002520
002530 01  WS-CNT-LIBERADAS     PIC 9(5) COMP VALUE 0.
002540 01  WS-CNT-RECHAZADAS    PIC 9(5) COMP VALUE 0.
002550 01  WS-CNT-VENCIDAS      PIC 9(5) COMP VALUE 0.
002560 01  WS-CNT-PENDIENTES    PIC 9(5) COMP VALUE 0.
002570 01  WS-CNT-NO-APLICADAS  PIC 9(5) COMP VALUE 0.
002580 01  WS-CNT-CERRADAS      PIC 9(5) COMP VALUE 0.
002590 01  WS-CNT-CAMBIOS       PIC 9(5) COMP VALUE 0.
002600 01  WS-CNT-LINEAS        PIC 9(5) VALUE 0.
002610 01  WS-NETO              PIC S9(9)V99 VALUE 0.
002620 01  WS-IMP-LIBERADO      PIC 9(9)V99 VALUE 0.
002630 01  WS-IMP-PENDIENTE     PIC 9(9)V99 VALUE 0.
002640
002650 01  WS-MONTO-ED          PIC 9(5).99.
002660 01  WS-NETO-ED           PIC +9(6).99.
002670 01  WS-DROP-LINEA        PIC X(120).
002680 01  WS-NUM-LIB-ED        PIC 9(5).
002690 01  WS-DIAS-ED           PIC ZZZZ9.
002700 01  WS-LIM-ANT-ED        PIC Z(8)9.99.
002710 01  WS-LIM-BLANCOS       PIC 9(2) COMP VALUE 0.
002720 01  WS-LISTA-ESTADO      PIC X(1).
002730
002740 01  WS-HEADER-1.
002750     05  FILLER          PIC X(44) VALUE
002760         "AUTORIZACIONES DUALES - IBK".
002770     05  FILLER          PIC X(18) VALUE "FECHA DE PROCESO: ".
002780     05  WS-HDR-FECHA    PIC X(8).
002790
002800 01  WS-HEADER-2.
002810     05  FILLER          PIC X(108) VALUE ALL "-".
002820
002830 01  WS-SECCION-LINEA.
002840     05  WS-SEC-TITULO   PIC X(60).
002850
002860 01  WS-ITEM-TITULOS.
002870     05  FILLER          PIC X(18) VALUE "  AUTORIZACION".
002880     05  FILLER          PIC X(12) VALUE "CLASE".
002890     05  FILLER          PIC X(12) VALUE "OPERADOR".
002900     05  FILLER          PIC X(12) VALUE "APROBADOR".
002910     05  FILLER          PIC X(14) VALUE "   MONTO PEN".
002920     05  FILLER          PIC X(40) VALUE "DETALLE".
002930
002940 01  WS-ITEM-LINEA.
002950     05  FILLER          PIC X(2)  VALUE SPACES.
002960     05  WS-ITL-ID       PIC X(14).
002970     05  FILLER          PIC X(2)  VALUE SPACES.
002980     05  WS-ITL-CLASE    PIC X(10).
002990     05  FILLER          PIC X(2)  VALUE SPACES.
003000     05  WS-ITL-OPER     PIC X(10).
003010     05  FILLER          PIC X(2)  VALUE SPACES.
003020     05  WS-ITL-APROB    PIC X(10).
003030     05  FILLER          PIC X(2)  VALUE SPACES.
003040     05  WS-ITL-MONTO    PIC ZZZZZZZZ9.99.
003050     05  FILLER          PIC X(2)  VALUE SPACES.
003060     05  WS-ITL-DETALLE  PIC X(40).
003070
003080 01  WS-ITEM-SEGUNDA.
003090     05  FILLER          PIC X(68) VALUE SPACES.
003100     05  WS-ITS-DETALLE  PIC X(40).
003110
003120 01  WS-APR-LINEA.
003130     05  FILLER          PIC X(2)  VALUE SPACES.
003140     05  WS-APL-ID       PIC X(14).
003150     05  FILLER          PIC X(2)  VALUE SPACES.
003160     05  WS-APL-USUARIO  PIC X(10).
003170     05  FILLER          PIC X(2)  VALUE SPACES.
003180     05  WS-APL-DECISION PIC X(1).
003190     05  FILLER          PIC X(3)  VALUE SPACES.
003200     05  WS-APL-RAZON    PIC X(40).
003210
003220 01  WS-SIN-ITEMS-LINEA.
003230     05  FILLER          PIC X(12) VALUE "  (NINGUNA)".
003240
003250 01  WS-RESUMEN-LINEA.
003260     05  WS-RES-ETIQUETA PIC X(40).
003270     05  WS-RES-CNT      PIC ZZZZ9.
003280     05  FILLER          PIC X(4)  VALUE SPACES.
003290     05  WS-RES-IMPORTE  PIC ZZZZZZZZ9.99.
003300
003310 01  WS-CNT-SECCION       PIC 9(5) COMP VALUE 0.
003320
003330 PROCEDURE DIVISION.
003340******************************************************************
003350* 0000-MAINLINE
003360******************************************************************
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003390     PERFORM 2000-LOAD-PENDIENTES THRU 2000-EXIT.
003400     PERFORM 2500-LOAD-APROBACIONES THRU 2500-EXIT.
003410     PERFORM 3000-VENCE-PENDIENTES THRU 3000-EXIT.
003420     PERFORM 4000-APLICA-APROBACIONES THRU 4000-EXIT.
003430     PERFORM 5000-EMITE-LIBERADAS THRU 5000-EXIT.
003440     PERFORM 6000-REPORTE THRU 6000-EXIT.
003450     PERFORM 8000-REWRITE-PENDIENTES THRU 8000-EXIT.
003460     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003470     STOP RUN.
003480
003490******************************************************************
003500* 1000-INITIALIZE - Load the business date and the validity
003510*                   period and open the report. Without a usable
003520*                   business date nothing can expire or be
003530*                   released for a day, so the step stops with an
003540*                   operator message.
003550******************************************************************
003560 1000-INITIALIZE.
003570     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
003580     MOVE WS-BATCH-FECHA TO WS-FECHA-EVAL
003590     PERFORM 5900-FECHA-A-ENTERO THRU 5900-EXIT
003600     IF WS-FECHA-INT = 0
003610         DISPLAY "AUTORIZA-OPERACIONES: FECHA-PROCESO.TXT SIN"
003620             " FECHA YYYYMMDD UTILIZABLE - PASO OMITIDO"
003630         STOP RUN
003640     END-IF
003650     MOVE WS-FECHA-INT TO WS-HOY-INT
003660     MOVE SPACES TO WS-DROP-FILENAME
003670     STRING "AUTORIZADAS-" WS-BATCH-FECHA ".CSV"
003680         DELIMITED BY SIZE INTO WS-DROP-FILENAME
003690     MOVE SPACES TO WS-REPORTE-FILENAME
003700     STRING "AUTORIZACIONES-" WS-BATCH-FECHA ".TXT"
003710         DELIMITED BY SIZE INTO WS-REPORTE-FILENAME
003720     PERFORM 1100-LOAD-CONTROL-DUAL THRU 1100-EXIT
003730     OPEN OUTPUT REPORTE-FILE
003740     MOVE WS-BATCH-FECHA TO WS-HDR-FECHA
003750     WRITE REPORTE-LINE FROM WS-HEADER-2
003760     WRITE REPORTE-LINE FROM WS-HEADER-1
003770     WRITE REPORTE-LINE FROM WS-HEADER-2.
003780 1000-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
003830*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
003840*                          first line). WS-BATCH-FECHA keeps its
003850*                          "SINFECHA" default if the control file
003860*                          is missing or blank, same as the
003870*                          posting run.
003880******************************************************************
003890 1030-LOAD-FECHA-PROCESO.
003900     OPEN INPUT FECHA-PROC-FILE
003910     IF NOT WS-FECHAPROC-OK
003920         GO TO 1030-EXIT
003930     END-IF
003940     READ FECHA-PROC-FILE
003950         AT END
003960             CONTINUE
003970         NOT AT END
003980             IF FECHA-PROC-LINE (1:8) NOT = SPACES
003990                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
004000             END-IF
004010     END-READ
004020     CLOSE FECHA-PROC-FILE.
004030 1030-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070* 1100-LOAD-CONTROL-DUAL - Take the validity period from the
004080*                          VIGENCIA line of CONTROL-DUAL.TXT; the
004090*                          controlled classes themselves are
004100*                          enforced where the items are keyed
004110******************************************************************
004120 1100-LOAD-CONTROL-DUAL.
004130     MOVE "N" TO WS-CTLDUAL-EOF
004140     OPEN INPUT CTLDUAL-FILE
004150     IF NOT WS-CTLDUAL-OK
004160         GO TO 1100-EXIT
004170     END-IF
004180     PERFORM UNTIL WS-CTLDUAL-FIN
004190         READ CTLDUAL-FILE
004200             AT END
004210                 SET WS-CTLDUAL-FIN TO TRUE
004220             NOT AT END
004230                 PERFORM 1110-PARSE-CONTROL-DUAL THRU 1110-EXIT
004240         END-READ
004250     END-PERFORM
004260     CLOSE CTLDUAL-FILE.
004270 1100-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310* 1110-PARSE-CONTROL-DUAL - A VIGENCIA line with a whole number of
004320*                           days from 1 to 999 replaces the
004330*                           default; anything else is ignored
004340******************************************************************
004350 1110-PARSE-CONTROL-DUAL.
004360     MOVE SPACES TO WS-DUAL-CLA-TMP
004370     MOVE SPACES TO WS-DUAL-VAL-TMP
004380     UNSTRING CTLDUAL-LINE DELIMITED BY WS-DELIM
004390         INTO WS-DUAL-CLA-TMP, WS-DUAL-VAL-TMP
004400     IF WS-DUAL-CLA-TMP NOT = "VIGENCIA"
004410             OR WS-DUAL-VAL-TMP = SPACES
004420         GO TO 1110-EXIT
004430     END-IF
004440     IF FUNCTION TEST-NUMVAL (WS-DUAL-VAL-TMP) NOT = 0
004450         GO TO 1110-EXIT
004460     END-IF
004470     IF FUNCTION NUMVAL (WS-DUAL-VAL-TMP) < 1
004480             OR FUNCTION NUMVAL (WS-DUAL-VAL-TMP) > 999
004490         GO TO 1110-EXIT
004500     END-IF
004510     MOVE FUNCTION NUMVAL (WS-DUAL-VAL-TMP) TO WS-VIGENCIA.
004520 1110-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 2000-LOAD-PENDIENTES - Load AUTORIZACIONES-PENDIENTES.TXT into
004570*                        the working table. No file means nothing
004580*                        was ever held; the report still shows an
004590*                        empty day.
004600******************************************************************
004610 2000-LOAD-PENDIENTES.
004620     MOVE 0 TO WS-AUTP-COUNT
004630     MOVE "N" TO WS-AUTPEND-EOF
004640     OPEN INPUT AUTPEND-FILE
004650     IF NOT WS-AUTPEND-OK
004660         GO TO 2000-EXIT
004670     END-IF
004680     SET WS-HAY-AUTPEND TO TRUE
004690     PERFORM UNTIL WS-AUTPEND-FIN
004700         READ AUTPEND-FILE
004710             AT END
004720                 SET WS-AUTPEND-FIN TO TRUE
004730             NOT AT END
004740                 PERFORM 2100-ADD-PENDIENTE THRU 2100-EXIT
004750         END-READ
004760     END-PERFORM
004770     CLOSE AUTPEND-FILE.
004780 2000-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 2100-ADD-PENDIENTE - Add one held item to the working table and
004830*                      move the next release TR-ID past any
004840*                      already given out today, so a rerun does
004850*                      not hand the same TR-ID to two movements
004860******************************************************************
004870 2100-ADD-PENDIENTE.
004880     IF AUTPEND-LINE = SPACES
004890         GO TO 2100-EXIT
004900     END-IF
004910     IF WS-AUTP-COUNT NOT < 2000
004920         IF NOT WS-AUTP-LLENAS
004930             SET WS-AUTP-LLENAS TO TRUE
004940             DISPLAY "ADVERTENCIA: TABLA DE AUTORIZACIONES LLENA"
004950                 " (2000) - AUTORIZACIONES ADICIONALES IGNORADAS"
004960         END-IF
004970         GO TO 2100-EXIT
004980     END-IF
004990     ADD 1 TO WS-AUTP-COUNT
005000     SET AUTP-IDX TO WS-AUTP-COUNT
005010     MOVE AUTPEND-LINE TO WS-AUTP-REG (AUTP-IDX)
005020     MOVE AUTPEND-LINE (1:14) TO WS-AUTP-ID (AUTP-IDX)
005030     MOVE "N" TO WS-AUTP-NUEVA (AUTP-IDX)
005040     MOVE AUTPEND-LINE TO WS-AUT-REG
005050     IF WS-AUT-ES-TRANS AND WS-AUT-FECHA-RES = WS-BATCH-FECHA
005060             AND (WS-AUT-LIBERADA OR WS-AUT-USADA)
005070             AND WS-AUT-NUM-LIB NOT < WS-PROX-ID
005080         COMPUTE WS-PROX-ID = WS-AUT-NUM-LIB + 1
005090     END-IF.
005100 2100-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 2500-LOAD-APROBACIONES - Load the day's approvals
005150*                          (AUT-ID,USUARIO[,DECISION] per line).
005160*                          Without APROBACIONES.TXT nothing is
005170*                          released or refused today.
005180******************************************************************
005190 2500-LOAD-APROBACIONES.
005200     MOVE 0 TO WS-APR-COUNT
005210     MOVE "N" TO WS-APROB-EOF
005220     OPEN INPUT APROB-FILE
005230     IF NOT WS-APROB-OK
005240         GO TO 2500-EXIT
005250     END-IF
005260     PERFORM UNTIL WS-APROB-FIN
005270         READ APROB-FILE
005280             AT END
005290                 SET WS-APROB-FIN TO TRUE
005300             NOT AT END
005310                 PERFORM 2510-PARSE-APROBACION THRU 2510-EXIT
005320         END-READ
005330     END-PERFORM
005340     CLOSE APROB-FILE.
005350 2500-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390* 2510-PARSE-APROBACION - Add one approval to the working table;
005400*                         a blank DECISION means "A" (release)
005410******************************************************************
005420 2510-PARSE-APROBACION.
005430     MOVE SPACES TO WS-APR-ID-TMP
005440     MOVE SPACES TO WS-APR-USR-TMP
005450     MOVE SPACES TO WS-APR-DEC-TMP
005460     UNSTRING APROB-LINE DELIMITED BY WS-DELIM
005470         INTO WS-APR-ID-TMP, WS-APR-USR-TMP, WS-APR-DEC-TMP
005480     IF WS-APR-ID-TMP = SPACES OR WS-APR-COUNT NOT < 2000
005490         GO TO 2510-EXIT
005500     END-IF
005510     ADD 1 TO WS-APR-COUNT
005520     SET APR-IDX TO WS-APR-COUNT
005530     MOVE WS-APR-ID-TMP TO WS-APR-ID (APR-IDX)
005540     MOVE WS-APR-USR-TMP TO WS-APR-USUARIO (APR-IDX)
005550     IF WS-APR-DEC-TMP = SPACE
005560         MOVE "A" TO WS-APR-DECISION (APR-IDX)
005570     ELSE
005580         MOVE WS-APR-DEC-TMP TO WS-APR-DECISION (APR-IDX)
005590     END-IF
005600     MOVE SPACES TO WS-APR-RAZON (APR-IDX).
005610 2510-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 3000-VENCE-PENDIENTES - Age every item before any approval is
005660*                         applied, so an approval arriving after
005670*                         the item's last valid day finds it
005680*                         expired
005690******************************************************************
005700 3000-VENCE-PENDIENTES.
005710     IF WS-AUTP-COUNT = 0
005720         GO TO 3000-EXIT
005730     END-IF
005740     PERFORM 3100-VENCE-ITEM THRU 3100-EXIT
005750         VARYING AUTP-IDX FROM 1 BY 1
005760         UNTIL AUTP-IDX > WS-AUTP-COUNT.
005770 3000-EXIT.
005780     EXIT.
005790
005800******************************************************************
005810* 3100-VENCE-ITEM - A pending item gets its expiry date on the
005820*                   first day it is seen (FECHA-ALTA plus the
005830*                   validity period) and expires once the business
005840*                   date is past it. A release from an earlier day
005850*                   was there for that day's run to use and is
005860*                   closed as used.
005870******************************************************************
005880 3100-VENCE-ITEM.
005890     MOVE WS-AUTP-REG (AUTP-IDX) TO WS-AUT-REG
005900     IF WS-AUT-LIBERADA AND WS-AUT-FECHA-RES < WS-BATCH-FECHA
005910         MOVE "U" TO WS-AUT-ESTADO
005920         ADD 1 TO WS-CNT-CERRADAS
005930         MOVE WS-AUT-REG TO WS-AUTP-REG (AUTP-IDX)
005940         GO TO 3100-EXIT
005950     END-IF
005960     IF NOT WS-AUT-PENDIENTE
005970         GO TO 3100-EXIT
005980     END-IF
005990     IF WS-AUT-FECHA-VENCE = SPACES
006000         MOVE WS-AUT-FECHA-ALTA TO WS-FECHA-EVAL
006010         PERFORM 5900-FECHA-A-ENTERO THRU 5900-EXIT
006020         IF WS-FECHA-INT = 0
006030             MOVE WS-BATCH-FECHA TO WS-AUT-FECHA-VENCE
006040         ELSE
006050             COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER
006060                 (WS-FECHA-INT + WS-VIGENCIA)
006070             MOVE WS-FECHA-NUM TO WS-AUT-FECHA-VENCE
006080         END-IF
006090     END-IF
006100     IF WS-AUT-FECHA-VENCE < WS-BATCH-FECHA
006110         MOVE "X" TO WS-AUT-ESTADO
006120         MOVE WS-BATCH-FECHA TO WS-AUT-FECHA-RES
006130         MOVE "Y" TO WS-AUTP-NUEVA (AUTP-IDX)
006140         ADD 1 TO WS-CNT-VENCIDAS
006150     END-IF
006160     MOVE WS-AUT-REG TO WS-AUTP-REG (AUTP-IDX).
006170 3100-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210* 4000-APLICA-APROBACIONES - Apply the day's approvals in file
006220*                            order
006230******************************************************************
006240 4000-APLICA-APROBACIONES.
006250     IF WS-APR-COUNT = 0
006260         GO TO 4000-EXIT
006270     END-IF
006280     PERFORM 4100-APLICA-APROBACION THRU 4100-EXIT
006290         VARYING APR-IDX FROM 1 BY 1
006300         UNTIL APR-IDX > WS-APR-COUNT.
006310 4000-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350* 4100-APLICA-APROBACION - Release or refuse the item the approval
006360*                          at APR-IDX names. Only a pending item
006370*                          can be resolved, and never by the user
006380*                          who keyed it. A released movement gets
006390*                          the next TR-ID of 45001-49999; when the
006400*                          range is used up the item stays pending
006410*                          for the next day. An approval that does
006420*                          not apply keeps its reason in
006430*                          WS-APR-RAZON.
006440******************************************************************
006450 4100-APLICA-APROBACION.
006460     IF WS-AUTP-COUNT = 0
006470         MOVE "AUTORIZACION NO EXISTE" TO WS-APR-RAZON (APR-IDX)
006480         GO TO 4100-EXIT
006490     END-IF
006500     SET AUTP-IDX TO 1
006510     SEARCH WS-AUTP-ENTRY
006520         AT END
006530             MOVE "AUTORIZACION NO EXISTE"
006540                 TO WS-APR-RAZON (APR-IDX)
006550             GO TO 4100-EXIT
006560         WHEN WS-AUTP-ID (AUTP-IDX) = WS-APR-ID (APR-IDX)
006570             MOVE WS-AUTP-REG (AUTP-IDX) TO WS-AUT-REG
006580     END-SEARCH
006590     IF WS-AUT-VENCIDA
006600         MOVE "AUTORIZACION VENCIDA" TO WS-APR-RAZON (APR-IDX)
006610         GO TO 4100-EXIT
006620     END-IF
006630     IF NOT WS-AUT-PENDIENTE
006640         MOVE "AUTORIZACION YA RESUELTA"
006650             TO WS-APR-RAZON (APR-IDX)
006660         GO TO 4100-EXIT
006670     END-IF
006680     IF WS-APR-USUARIO (APR-IDX) = SPACES
006690         MOVE "APROBACION SIN USUARIO" TO WS-APR-RAZON (APR-IDX)
006700         GO TO 4100-EXIT
006710     END-IF
006720     IF WS-APR-USUARIO (APR-IDX) = WS-AUT-USR-OPER
006730         MOVE "APROBADOR ES EL MISMO OPERADOR"
006740             TO WS-APR-RAZON (APR-IDX)
006750         GO TO 4100-EXIT
006760     END-IF
006770     IF WS-APR-DECISION (APR-IDX) NOT = "A"
006780             AND WS-APR-DECISION (APR-IDX) NOT = "R"
006790         MOVE "DECISION NO ES A NI R" TO WS-APR-RAZON (APR-IDX)
006800         GO TO 4100-EXIT
006810     END-IF
006820     IF WS-APR-DECISION (APR-IDX) = "R"
006830         MOVE "R" TO WS-AUT-ESTADO
006840         ADD 1 TO WS-CNT-RECHAZADAS
006850     ELSE
006860         IF WS-AUT-ES-TRANS
006870             IF WS-PROX-ID > WS-ULTIMO-ID
006880                 IF NOT WS-HAY-ID-AGOTADO
006890                     SET WS-HAY-ID-AGOTADO TO TRUE
006900                     DISPLAY "ADVERTENCIA: RANGO DE TR-ID 45001-"
006910                         "49999 AGOTADO - RESTO PARA MANANA"
006920                 END-IF
006930                 MOVE "RANGO DE TR-ID AGOTADO - QUEDA PENDIENTE"
006940                     TO WS-APR-RAZON (APR-IDX)
006950                 GO TO 4100-EXIT
006960             END-IF
006970             MOVE WS-PROX-ID TO WS-AUT-NUM-LIB
006980             ADD 1 TO WS-PROX-ID
006990         END-IF
007000         MOVE "L" TO WS-AUT-ESTADO
007010         ADD 1 TO WS-CNT-LIBERADAS
007020     END-IF
007030     MOVE WS-APR-USUARIO (APR-IDX) TO WS-AUT-USR-APROB
007040     MOVE WS-BATCH-FECHA TO WS-AUT-FECHA-RES
007050     MOVE WS-AUT-REG TO WS-AUTP-REG (AUTP-IDX)
007060     MOVE "Y" TO WS-AUTP-NUEVA (AUTP-IDX)
007070     MOVE "APLICADA" TO WS-APR-RAZON (APR-IDX).
007080 4100-EXIT.
007090     EXIT.
007100
007110******************************************************************
007120* 5000-EMITE-LIBERADAS - Write every movement released today to
007130*                        the drop (a same-day rerun writes it
007140*                        again whole) and append the master
007150*                        changes released by this run to the
007160*                        change file
007170******************************************************************
007180 5000-EMITE-LIBERADAS.
007190     IF WS-AUTP-COUNT = 0
007200         GO TO 5000-EXIT
007210     END-IF
007220     PERFORM 5100-EMITE-ITEM THRU 5100-EXIT
007230         VARYING AUTP-IDX FROM 1 BY 1
007240         UNTIL AUTP-IDX > WS-AUTP-COUNT
007250     IF WS-CNT-LINEAS > 0
007260         PERFORM 8600-WRITE-TRAILER THRU 8600-EXIT
007270         PERFORM 8700-REGISTRA-ARCHIVO THRU 8700-EXIT
007280     END-IF
007290     IF WS-CAMBIOS-ABIERTO
007300         CLOSE CAMBIOS-FILE
007310     END-IF.
007320 5000-EXIT.
007330     EXIT.
007340
007350******************************************************************
007360* 5100-EMITE-ITEM - Emit the item at AUTP-IDX if it is a release
007370*                   of today
007380******************************************************************
007390 5100-EMITE-ITEM.
007400     MOVE WS-AUTP-REG (AUTP-IDX) TO WS-AUT-REG
007410     IF NOT WS-AUT-LIBERADA
007420             OR WS-AUT-FECHA-RES NOT = WS-BATCH-FECHA
007430         GO TO 5100-EXIT
007440     END-IF
007450     IF WS-AUT-ES-TRANS
007460         PERFORM 7000-WRITE-MOVIMIENTO THRU 7000-EXIT
007470     ELSE
007480         IF WS-AUTP-ES-NUEVA (AUTP-IDX)
007490             PERFORM 7100-WRITE-CAMBIO THRU 7100-EXIT
007500         END-IF
007510     END-IF.
007520 5100-EXIT.
007530     EXIT.
007540
007550******************************************************************
007560* 5900-FECHA-A-ENTERO - Day number of the YYYYMMDD date in
007570*                       WS-FECHA-EVAL, or 0 when it is not a date
007580******************************************************************
007590 5900-FECHA-A-ENTERO.
007600     MOVE 0 TO WS-FECHA-INT
007610     IF WS-FECHA-EVAL NOT NUMERIC
007620         GO TO 5900-EXIT
007630     END-IF
007640     MOVE WS-FECHA-EVAL TO WS-FECHA-NUM
007650     IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-NUM) NOT = 0
007660         GO TO 5900-EXIT
007670     END-IF
007680     COMPUTE WS-FECHA-INT =
007690         FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM).
007700 5900-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740* 6000-REPORTE - The day's releases, refusals and expiries, the
007750*                items still pending, the approvals not applied
007760*                and the run summary
007770******************************************************************
007780 6000-REPORTE.
007790     MOVE "AUTORIZACIONES LIBERADAS HOY" TO WS-SEC-TITULO
007800     MOVE "L" TO WS-LISTA-ESTADO
007810     PERFORM 6100-WRITE-SECCION THRU 6100-EXIT
007820     MOVE "AUTORIZACIONES RECHAZADAS POR EL APROBADOR"
007830         TO WS-SEC-TITULO
007840     MOVE "R" TO WS-LISTA-ESTADO
007850     PERFORM 6100-WRITE-SECCION THRU 6100-EXIT
007860     MOVE "AUTORIZACIONES VENCIDAS HOY" TO WS-SEC-TITULO
007870     MOVE "X" TO WS-LISTA-ESTADO
007880     PERFORM 6100-WRITE-SECCION THRU 6100-EXIT
007890     MOVE "AUTORIZACIONES PENDIENTES" TO WS-SEC-TITULO
007900     MOVE "P" TO WS-LISTA-ESTADO
007910     PERFORM 6100-WRITE-SECCION THRU 6100-EXIT
007920     PERFORM 6300-WRITE-NO-APLICADAS THRU 6300-EXIT
007930     PERFORM 6400-WRITE-RESUMEN THRU 6400-EXIT.
007940 6000-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980* 6100-WRITE-SECCION - One section listing every item in the
007990*                      state WS-LISTA-ESTADO (resolved today, for
008000*                      every state but pending)
008010******************************************************************
008020 6100-WRITE-SECCION.
008030     MOVE SPACES TO REPORTE-LINE
008040     WRITE REPORTE-LINE
008050     WRITE REPORTE-LINE FROM WS-SECCION-LINEA
008060     WRITE REPORTE-LINE FROM WS-ITEM-TITULOS
008070     MOVE 0 TO WS-CNT-SECCION
008080     IF WS-AUTP-COUNT > 0
008090         PERFORM 6200-WRITE-ITEM THRU 6200-EXIT
008100             VARYING AUTP-IDX FROM 1 BY 1
008110             UNTIL AUTP-IDX > WS-AUTP-COUNT
008120     END-IF
008130     IF WS-CNT-SECCION = 0
008140         WRITE REPORTE-LINE FROM WS-SIN-ITEMS-LINEA
008150     END-IF.
008160 6100-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200* 6200-WRITE-ITEM - The item at AUTP-IDX, if it belongs to the
008210*                   section: the movement or change it holds and,
008220*                   by state, the TR-ID it posts under, or its
008230*                   expiry date and days left
008240******************************************************************
008250 6200-WRITE-ITEM.
008260     MOVE WS-AUTP-REG (AUTP-IDX) TO WS-AUT-REG
008270     IF WS-AUT-ESTADO NOT = WS-LISTA-ESTADO
008280         GO TO 6200-EXIT
008290     END-IF
008300     IF NOT WS-AUT-PENDIENTE
008310             AND WS-AUT-FECHA-RES NOT = WS-BATCH-FECHA
008320         GO TO 6200-EXIT
008330     END-IF
008340     ADD 1 TO WS-CNT-SECCION
008350     MOVE WS-AUT-ID TO WS-ITL-ID
008360     MOVE WS-AUT-CLASE TO WS-ITL-CLASE
008370     MOVE WS-AUT-USR-OPER TO WS-ITL-OPER
008380     MOVE WS-AUT-USR-APROB TO WS-ITL-APROB
008390     MOVE WS-AUT-MONTO-PEN TO WS-ITL-MONTO
008400     MOVE SPACES TO WS-ITL-DETALLE
008410     IF WS-AUT-ES-TRANS
008420         STRING WS-AUT-T-TIPO DELIMITED BY "  "
008430             " " DELIMITED BY SIZE
008440             WS-AUT-T-CUENTA DELIMITED BY SPACE
008450             " " DELIMITED BY SIZE
008460             WS-AUT-T-CTA-DEST DELIMITED BY SPACE
008470             " " WS-AUT-T-MONEDA DELIMITED BY SIZE
008480             INTO WS-ITL-DETALLE
008490     ELSE
008500         IF WS-AUT-CLASE = "REACTIVA"
008510             STRING WS-AUT-M-ACCION DELIMITED BY SPACE
008520                 " " DELIMITED BY SIZE
008530                 WS-AUT-M-CTAID DELIMITED BY SPACE
008540                 " " WS-AUT-M-ESTADO-ANT " -> " WS-AUT-M-ESTADO
008550                 DELIMITED BY SIZE
008560                 INTO WS-ITL-DETALLE
008570         ELSE
008580             MOVE WS-AUT-M-LIMITE-ANT TO WS-LIM-ANT-ED
008590             MOVE 0 TO WS-LIM-BLANCOS
008600             INSPECT WS-LIM-ANT-ED
008610                 TALLYING WS-LIM-BLANCOS FOR LEADING SPACES
008620             STRING WS-AUT-M-ACCION DELIMITED BY SPACE
008630                 " " DELIMITED BY SIZE
008640                 WS-AUT-M-CTAID DELIMITED BY SPACE
008650                 " " WS-LIM-ANT-ED (WS-LIM-BLANCOS + 1:)
008660                 " -> " DELIMITED BY SIZE
008670                 WS-AUT-M-LIMITE DELIMITED BY SPACE
008680                 INTO WS-ITL-DETALLE
008690         END-IF
008700     END-IF
008710     WRITE REPORTE-LINE FROM WS-ITEM-LINEA
008720     MOVE SPACES TO WS-ITS-DETALLE
008730     EVALUATE TRUE
008740         WHEN WS-AUT-LIBERADA AND WS-AUT-ES-TRANS
008750             MOVE WS-AUT-NUM-LIB TO WS-NUM-LIB-ED
008760             STRING "POSTEA HOY COMO TR-ID " WS-NUM-LIB-ED
008770                 DELIMITED BY SIZE INTO WS-ITS-DETALLE
008780             ADD WS-AUT-MONTO-PEN TO WS-IMP-LIBERADO
008790         WHEN WS-AUT-LIBERADA
008800             MOVE "SE APLICA HOY EN CAMBIOS-MAESTRO"
008810                 TO WS-ITS-DETALLE
008820         WHEN WS-AUT-PENDIENTE
008830             MOVE WS-AUT-FECHA-VENCE TO WS-FECHA-EVAL
008840             PERFORM 5900-FECHA-A-ENTERO THRU 5900-EXIT
008850             MOVE 0 TO WS-DIAS-RESTAN
008860             IF WS-FECHA-INT > WS-HOY-INT
008870                 COMPUTE WS-DIAS-RESTAN =
008880                     WS-FECHA-INT - WS-HOY-INT
008890             END-IF
008900             MOVE WS-DIAS-RESTAN TO WS-DIAS-ED
008910             STRING "DESDE " WS-AUT-FECHA-ALTA " VENCE "
008920                 WS-AUT-FECHA-VENCE " DIAS:" WS-DIAS-ED
008930                 DELIMITED BY SIZE INTO WS-ITS-DETALLE
008940             ADD 1 TO WS-CNT-PENDIENTES
008950             ADD WS-AUT-MONTO-PEN TO WS-IMP-PENDIENTE
008960         WHEN OTHER
008970             STRING "DESDE " WS-AUT-FECHA-ALTA " RESUELTA "
008980                 WS-AUT-FECHA-RES DELIMITED BY SIZE
008990                 INTO WS-ITS-DETALLE
009000     END-EVALUATE
009010     WRITE REPORTE-LINE FROM WS-ITEM-SEGUNDA.
009020 6200-EXIT.
009030     EXIT.
009040
009050******************************************************************
009060* 6300-WRITE-NO-APLICADAS - The approvals that resolved nothing,
009070*                           with the reason
009080******************************************************************
009090 6300-WRITE-NO-APLICADAS.
009100     MOVE SPACES TO REPORTE-LINE
009110     WRITE REPORTE-LINE
009120     MOVE "APROBACIONES NO APLICADAS" TO WS-SEC-TITULO
009130     WRITE REPORTE-LINE FROM WS-SECCION-LINEA
009140     MOVE 0 TO WS-CNT-SECCION
009150     IF WS-APR-COUNT > 0
009160         PERFORM 6310-WRITE-APROBACION THRU 6310-EXIT
009170             VARYING APR-IDX FROM 1 BY 1
009180             UNTIL APR-IDX > WS-APR-COUNT
009190     END-IF
009200     IF WS-CNT-SECCION = 0
009210         WRITE REPORTE-LINE FROM WS-SIN-ITEMS-LINEA
009220     END-IF.
009230 6300-EXIT.
009240     EXIT.
009250
009260******************************************************************
009270* 6310-WRITE-APROBACION - The approval at APR-IDX, if not applied
009280******************************************************************
009290 6310-WRITE-APROBACION.
009300     IF WS-APR-RAZON (APR-IDX) = "APLICADA"
009310         GO TO 6310-EXIT
009320     END-IF
009330     ADD 1 TO WS-CNT-SECCION
009340     ADD 1 TO WS-CNT-NO-APLICADAS
009350     MOVE WS-APR-ID (APR-IDX) TO WS-APL-ID
009360     MOVE WS-APR-USUARIO (APR-IDX) TO WS-APL-USUARIO
009370     MOVE WS-APR-DECISION (APR-IDX) TO WS-APL-DECISION
009380     MOVE WS-APR-RAZON (APR-IDX) TO WS-APL-RAZON
009390     WRITE REPORTE-LINE FROM WS-APR-LINEA.
009400 6310-EXIT.
009410     EXIT.
009420
009430******************************************************************
009440* 6400-WRITE-RESUMEN - Counts and amounts of the run
009450******************************************************************
009460 6400-WRITE-RESUMEN.
009470     MOVE SPACES TO REPORTE-LINE
009480     WRITE REPORTE-LINE
009490     MOVE "LIBERADAS EN ESTA CORRIDA:" TO WS-RES-ETIQUETA
009500     MOVE WS-CNT-LIBERADAS TO WS-RES-CNT
009510     MOVE 0 TO WS-RES-IMPORTE
009520     WRITE REPORTE-LINE FROM WS-RESUMEN-LINEA
009530     MOVE "MOVIMIENTOS A POSTEAR HOY:" TO WS-RES-ETIQUETA
009540     MOVE WS-CNT-LINEAS TO WS-RES-CNT
009550     MOVE WS-IMP-LIBERADO TO WS-RES-IMPORTE
009560     WRITE REPORTE-LINE FROM WS-RESUMEN-LINEA
009570     MOVE "CAMBIOS DE MAESTRO AGREGADOS:" TO WS-RES-ETIQUETA
009580     MOVE WS-CNT-CAMBIOS TO WS-RES-CNT
009590     MOVE 0 TO WS-RES-IMPORTE
009600     WRITE REPORTE-LINE FROM WS-RESUMEN-LINEA
009610     MOVE "RECHAZADAS POR EL APROBADOR:" TO WS-RES-ETIQUETA
009620     MOVE WS-CNT-RECHAZADAS TO WS-RES-CNT
009630     WRITE REPORTE-LINE FROM WS-RESUMEN-LINEA
009640     MOVE "VENCIDAS HOY:" TO WS-RES-ETIQUETA
009650     MOVE WS-CNT-VENCIDAS TO WS-RES-CNT
009660     WRITE REPORTE-LINE FROM WS-RESUMEN-LINEA
009670     MOVE "PENDIENTES:" TO WS-RES-ETIQUETA
009680     MOVE WS-CNT-PENDIENTES TO WS-RES-CNT
009690     MOVE WS-IMP-PENDIENTE TO WS-RES-IMPORTE
009700     WRITE REPORTE-LINE FROM WS-RESUMEN-LINEA
009710     MOVE "APROBACIONES NO APLICADAS:" TO WS-RES-ETIQUETA
009720     MOVE WS-CNT-NO-APLICADAS TO WS-RES-CNT
009730     MOVE 0 TO WS-RES-IMPORTE
009740     WRITE REPORTE-LINE FROM WS-RESUMEN-LINEA
009750     MOVE "LIBERACIONES ANTERIORES CERRADAS:" TO WS-RES-ETIQUETA
009760     MOVE WS-CNT-CERRADAS TO WS-RES-CNT
009770     WRITE REPORTE-LINE FROM WS-RESUMEN-LINEA.
009780 6400-EXIT.
009790     EXIT.
009800
009810******************************************************************
009820* 7000-WRITE-MOVIMIENTO - Write the released movement at AUTP-IDX
009830*                         to the drop exactly as it was held (ID,
009840*                         TIPO,MONTO,CUENTA,CTA-DESTINO,FECHA,
009850*                         MONEDA,USUARIO,AUTORIZACION), opening
009860*                         the drop on the first row. The trailer
009870*                         net is what the row moves on the posting
009880*                         run's balance: credits add, debits and
009890*                         interbank transfers subtract, a transfer
009900*                         between our own accounts nets to zero.
009910******************************************************************
009920 7000-WRITE-MOVIMIENTO.
009930     IF WS-CNT-LINEAS = 0
009940         OPEN OUTPUT DROP-FILE
009950     END-IF
009960     MOVE WS-AUT-T-MONTO TO WS-MONTO-ED
009970     MOVE WS-AUT-NUM-LIB TO WS-NUM-LIB-ED
009980     MOVE SPACES TO WS-DROP-LINEA
009990     STRING WS-NUM-LIB-ED "," DELIMITED BY SIZE
010000         WS-AUT-T-TIPO DELIMITED BY "  "
010010         "," WS-MONTO-ED "," DELIMITED BY SIZE
010020         WS-AUT-T-CUENTA DELIMITED BY SPACE
010030         "," DELIMITED BY SIZE
010040         WS-AUT-T-CTA-DEST DELIMITED BY SPACE
010050         "," DELIMITED BY SIZE
010060         WS-AUT-T-FECHA DELIMITED BY SPACE
010070         "," WS-AUT-T-MONEDA "," DELIMITED BY SIZE
010080         WS-AUT-USR-OPER DELIMITED BY SPACE
010090         "," WS-AUT-ID DELIMITED BY SIZE
010100         INTO WS-DROP-LINEA
010110     WRITE DROP-LINE FROM WS-DROP-LINEA
010120     ADD 1 TO WS-CNT-LINEAS
010130     EVALUATE TRUE
010140         WHEN WS-AUT-T-TIPO (1:7) = "Credito"
010150             ADD WS-AUT-MONTO-PEN TO WS-NETO
010160         WHEN WS-AUT-T-TIPO (1:6) = "Debito"
010170             SUBTRACT WS-AUT-MONTO-PEN FROM WS-NETO
010180         WHEN WS-AUT-CLASE = "TRANSF-EXT"
010190             SUBTRACT WS-AUT-MONTO-PEN FROM WS-NETO
010200         WHEN OTHER
010210             CONTINUE
010220     END-EVALUATE.
010230 7000-EXIT.
010240     EXIT.
010250
010260******************************************************************
010270* 7100-WRITE-CAMBIO - Append the released master change at
010280*                     AUTP-IDX to CAMBIOS-MAESTRO.TXT as it was
010290*                     held, with its maker in the ninth column and
010300*                     the authorization in the tenth, opening the
010310*                     file on the first one
010320******************************************************************
010330 7100-WRITE-CAMBIO.
010340     IF NOT WS-CAMBIOS-ABIERTO
010350         OPEN EXTEND CAMBIOS-FILE
010360         IF WS-CAMBIOS-NOFILE
010370             OPEN OUTPUT CAMBIOS-FILE
010380         END-IF
010390         SET WS-CAMBIOS-ABIERTO TO TRUE
010400     END-IF
010410     MOVE SPACES TO CAMBIOS-LINE
010420     STRING WS-AUT-M-ACCION DELIMITED BY SPACE
010430         "," DELIMITED BY SIZE
010440         WS-AUT-M-CTAID DELIMITED BY SPACE
010450         "," DELIMITED BY SIZE
010460         WS-AUT-M-ESTADO DELIMITED BY SPACE
010470         "," DELIMITED BY SIZE
010480         WS-AUT-M-LIMITE DELIMITED BY SPACE
010490         "," DELIMITED BY SIZE
010500         WS-AUT-M-PRODUCTO DELIMITED BY SPACE
010510         "," DELIMITED BY SIZE
010520         WS-AUT-M-ITF DELIMITED BY SPACE
010530         ",,," DELIMITED BY SIZE
010540         WS-AUT-USR-OPER DELIMITED BY SPACE
010550         "," WS-AUT-ID DELIMITED BY SIZE
010560         INTO CAMBIOS-LINE
010570     WRITE CAMBIOS-LINE
010580     ADD 1 TO WS-CNT-CAMBIOS.
010590 7100-EXIT.
010600     EXIT.
010610
010620******************************************************************
010630* 8000-REWRITE-PENDIENTES - Write the pending file back with the
010640*                           items still open and everything
010650*                           resolved today; what closed on an
010660*                           earlier day is purged
010670******************************************************************
010680 8000-REWRITE-PENDIENTES.
010690     IF NOT WS-HAY-AUTPEND
010700         GO TO 8000-EXIT
010710     END-IF
010720     OPEN OUTPUT AUTPEND-FILE
010730     IF WS-AUTP-COUNT > 0
010740         PERFORM 8100-WRITE-PENDIENTE THRU 8100-EXIT
010750             VARYING AUTP-IDX FROM 1 BY 1
010760             UNTIL AUTP-IDX > WS-AUTP-COUNT
010770     END-IF
010780     CLOSE AUTPEND-FILE.
010790 8000-EXIT.
010800     EXIT.
010810
010820******************************************************************
010830* 8100-WRITE-PENDIENTE - Write the item at AUTP-IDX back unless
010840*                        it closed before today
010850******************************************************************
010860 8100-WRITE-PENDIENTE.
010870     MOVE WS-AUTP-REG (AUTP-IDX) TO WS-AUT-REG
010880     IF NOT WS-AUT-PENDIENTE
010890             AND WS-AUT-FECHA-RES NOT = WS-BATCH-FECHA
010900         GO TO 8100-EXIT
010910     END-IF
010920     WRITE AUTPEND-LINE FROM WS-AUT-REG.
010930 8100-EXIT.
010940     EXIT.
010950
010960******************************************************************
010970* 8600-WRITE-TRAILER - Close the drop with a TRAILER row carrying
010980*                     the row count and net amount, so the
010990*                     posting run's trailer reconciliation covers
011000*                     this file like any operator drop
011010******************************************************************
011020 8600-WRITE-TRAILER.
011030     MOVE WS-NETO TO WS-NETO-ED
011040     MOVE SPACES TO WS-DROP-LINEA
011050     STRING WS-CNT-LINEAS "," "TRAILER" "," WS-NETO-ED
011060         DELIMITED BY SIZE INTO WS-DROP-LINEA
011070     WRITE DROP-LINE FROM WS-DROP-LINEA
011080     CLOSE DROP-FILE.
011090 8600-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130* 8700-REGISTRA-ARCHIVO - Append the generated drop to
011140*                        ARCHIVOS.TXT so the posting run picks it
011150*                        up, seeding data.csv first when no list
011160*                        exists yet so the operator's file still
011170*                        posts. A rerun of the same business date
011180*                        finds its drop already listed and leaves
011190*                        the list alone.
011200******************************************************************
011210 8700-REGISTRA-ARCHIVO.
011220     MOVE "N" TO WS-ARCHIVO-LISTADO
011230     OPEN INPUT ARCHIVOS-FILE
011240     IF WS-ARCHIVOS-OK
011250         PERFORM UNTIL WS-ARCHIVOS-FIN
011260             READ ARCHIVOS-FILE
011270                 AT END
011280                     SET WS-ARCHIVOS-FIN TO TRUE
011290                 NOT AT END
011300                     IF ARCHIVOS-LINE = WS-DROP-FILENAME
011310                         SET WS-YA-LISTADO TO TRUE
011320                     END-IF
011330             END-READ
011340         END-PERFORM
011350         CLOSE ARCHIVOS-FILE
011360     END-IF
011370     IF WS-YA-LISTADO
011380         GO TO 8700-EXIT
011390     END-IF
011400     OPEN EXTEND ARCHIVOS-FILE
011410     IF WS-ARCHIVOS-NOFILE
011420         OPEN OUTPUT ARCHIVOS-FILE
011430         MOVE "data.csv" TO ARCHIVOS-LINE
011440         WRITE ARCHIVOS-LINE
011450     END-IF
011460     MOVE WS-DROP-FILENAME TO ARCHIVOS-LINE
011470     WRITE ARCHIVOS-LINE
011480     CLOSE ARCHIVOS-FILE.
011490 8700-EXIT.
011500     EXIT.
011510
011520******************************************************************
011530* 9999-TERMINATE - Close the report and echo the run summary
011540******************************************************************
011550 9999-TERMINATE.
011560     CLOSE REPORTE-FILE
011570     DISPLAY "AUTORIZA-OPERACIONES: LIBERADAS: " WS-CNT-LIBERADAS
011580         " RECHAZADAS: " WS-CNT-RECHAZADAS
011590         " VENCIDAS: " WS-CNT-VENCIDAS
011600         " PENDIENTES: " WS-CNT-PENDIENTES
011610     DISPLAY "AUTORIZA-OPERACIONES: MOVIMIENTOS: " WS-CNT-LINEAS
011620         " CAMBIOS DE MAESTRO: " WS-CNT-CAMBIOS
011630         " APROBACIONES NO APLICADAS: " WS-CNT-NO-APLICADAS
011640     DISPLAY "AUTORIZA-OPERACIONES: VER " WS-REPORTE-FILENAME.
011650 9999-EXIT.
011660     EXIT.
