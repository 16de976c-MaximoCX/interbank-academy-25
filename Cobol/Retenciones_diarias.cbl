000010******************************************************************
000020* Author:CESAR CHINCHAY
000030* Date:15/10/2026
000040* Purpose:INTERBANK COBOL ACADEMY
000050* Tectonics: cobc
000060******************************************************************
000070* Modification History
000080*   Date       Init  Description
000090*   ---------- ----  ---------------------------------------------
000100*   2026-10-15  CCH  Initial version: start-of-day maintenance of
000110*                    the holds file RETENCIONES.TXT (CTAID,ID,
000120*                    MONTO,MONEDA,TIPO,FECHA-INI,FECHA-VTO,
000130*                    REFERENCIA,EJECUTADA,FECHA-EJE,TRID-EJE per
000140*                    line; TIPO RET = bank hold, EMB = judicial
000150*                    embargo; dates YYYYMMDD, a blank FECHA-VTO
000160*                    holds until lifted; EJECUTADA "S" once the
000170*                    embargo has been seized, with the date and
000180*                    TR-ID of the seizure transfer in FECHA-EJE
000190*                    and TRID-EJE, "N" or blank otherwise). Holds
000200*                    whose expiry date has come are released and
000210*                    dropped from the file. Court-ordered
000220*                    seizures listed in EMBARGOS-EJECUTAR.TXT
000230*                    (HOLD-ID,ORDEN-JUDICIAL per line) are
000240*                    executed: each becomes a Transferencia of
000250*                    the held amount from the embargoed account
000260*                    to the judicial account named in
000270*                    CUENTA-JUDICIAL.TXT, written to the drop
000280*                    EMBARGOS-yyyymmdd.CSV (data.csv layout,
000290*                    TR-IDs from 40001, TRAILER included) and
000300*                    registered in ARCHIVOS.TXT for today's
000310*                    posting run; a rerun of the same date keeps
000320*                    the seizures already in that drop and adds
000330*                    its own after them. The executed hold is
000340*                    marked EJECUTADA, keeps its FECHA-VTO and
000350*                    stays in force - so no other debit can reach
000360*                    the seized funds - until a later run finds
000370*                    the seizure transfer posted in
000380*                    HISTORIAL-TRANSACCIONES.TXT and releases it;
000390*                    one not found there is kept and listed as
000400*                    pending execution. Every release, execution,
000410*                    pending seizure and refused seizure order is
000420*                    listed in MOV-RETENCIONES-yyyymmdd.TXT.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. RETENCIONES-DIARIAS.
000460 AUTHOR. CESAR CHINCHAY.
000470 INSTALLATION. INTERBANK COBOL ACADEMY.
000480 DATE-WRITTEN. 15/10/2026.
000490 DATE-COMPILED. 15/10/2026.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RETENC-FILE ASSIGN TO "RETENCIONES.TXT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RETENC-STATUS.
000570
000580     SELECT EJECUTA-FILE ASSIGN TO "EMBARGOS-EJECUTAR.TXT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-EJECUTA-STATUS.
000610
000620     SELECT JUDICIAL-FILE ASSIGN TO "CUENTA-JUDICIAL.TXT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-JUDICIAL-STATUS.
000650
000660     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FECHAPROC-STATUS.
000690
000700     SELECT DROP-FILE ASSIGN TO WS-DROP-FILENAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-DROP-STATUS.
000730
000740     SELECT ARCHIVOS-FILE ASSIGN TO "ARCHIVOS.TXT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ARCHIVOS-STATUS.
000770
000780     SELECT MOVRET-FILE ASSIGN TO WS-MOVRET-FILENAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-MOVRET-STATUS.
000810
000820     SELECT ARCHHIST-FILE
000830         ASSIGN TO "HISTORIAL-TRANSACCIONES.TXT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-ARCHHIST-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  RETENC-FILE.
000900 01  RETENC-LINE           PIC X(100).
000910
000920 FD  EJECUTA-FILE.
000930 01  EJECUTA-LINE          PIC X(40).
000940
000950 FD  JUDICIAL-FILE.
000960 01  JUDICIAL-LINE         PIC X(20).
000970
000980 FD  FECHA-PROC-FILE.
000990 01  FECHA-PROC-LINE       PIC X(10).
001000
001010 FD  DROP-FILE.
001020 01  DROP-LINE             PIC X(80).
001030
001040 FD  ARCHIVOS-FILE.
001050 01  ARCHIVOS-LINE         PIC X(40).
001060
001070 FD  MOVRET-FILE.
001080 01  MOVRET-LINE           PIC X(132).
001090
001100 FD  ARCHHIST-FILE.
001110 01  ARCHHIST-LINE         PIC X(90).
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-RETENC-STATUS     PIC XX.
001150     88  WS-RETENC-OK         VALUE "00".
001160 01  WS-RETENC-EOF        PIC X VALUE "N".
001170     88  WS-RETENC-FIN        VALUE "Y".
001180 01  WS-EJECUTA-STATUS    PIC XX.
001190     88  WS-EJECUTA-OK        VALUE "00".
001200 01  WS-EJECUTA-EOF       PIC X VALUE "N".
001210     88  WS-EJECUTA-FIN       VALUE "Y".
001220 01  WS-JUDICIAL-STATUS   PIC XX.
001230     88  WS-JUDICIAL-OK       VALUE "00".
001240 01  WS-FECHAPROC-STATUS  PIC XX.
001250     88  WS-FECHAPROC-OK      VALUE "00".
001260 01  WS-DROP-STATUS       PIC XX.
001270     88  WS-DROP-OK           VALUE "00".
001280 01  WS-DROP-EOF          PIC X VALUE "N".
001290     88  WS-DROP-FIN          VALUE "Y".
001300 01  WS-DROP-ABIERTO      PIC X VALUE "N".
001310     88  WS-DROP-EN-USO       VALUE "Y".
001320 01  WS-ARCHIVOS-STATUS   PIC XX.
001330     88  WS-ARCHIVOS-OK       VALUE "00".
001340     88  WS-ARCHIVOS-NOFILE   VALUE "35".
001350 01  WS-ARCHIVOS-EOF      PIC X VALUE "N".
001360     88  WS-ARCHIVOS-FIN      VALUE "Y".
001370 01  WS-ARCHIVO-LISTADO   PIC X VALUE "N".
001380     88  WS-YA-LISTADO        VALUE "Y".
001390 01  WS-MOVRET-STATUS     PIC XX.
001400 01  WS-ARCHHIST-STATUS   PIC XX.
001410     88  WS-ARCHHIST-OK       VALUE "00".
001420 01  WS-ARCHHIST-EOF      PIC X VALUE "N".
001430     88  WS-ARCHHIST-FIN      VALUE "Y".
001440
001450 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
001460 01  WS-FECHA-ISO         PIC X(10).
001470 01  WS-DROP-FILENAME     PIC X(30).
001480 01  WS-MOVRET-FILENAME   PIC X(35).
001490 01  WS-CTA-JUDICIAL      PIC X(10) VALUE SPACES.
001500
001510 01  WS-DELIM             PIC X VALUE ",".
001520
001530******************************************************************
001540* The holds file, one entry per row. Rows that fail validation
001550* are kept as raw text and written back unchanged.
001560******************************************************************
001570 01  WS-RETENC-COUNT      PIC 9(4) COMP VALUE 0.
001580 01  WS-RETENC-TABLE.
001590     05  WS-RETENC-ENTRY OCCURS 1 TO 500 TIMES
001600             DEPENDING ON WS-RETENC-COUNT
001610             INDEXED BY RET-IDX.
001620         10  WS-RET-CTA      PIC X(10).
001630         10  WS-RET-ID       PIC X(10).
001640         10  WS-RET-MONTO    PIC 9(7)V99.
001650         10  WS-RET-MONEDA   PIC X(3).
001660         10  WS-RET-TIPO     PIC X(3).
001670             88  WS-RET-ES-EMBARGO VALUE "EMB".
001680         10  WS-RET-FEC-INI  PIC X(8).
001690         10  WS-RET-FEC-VTO  PIC X(8).
001700         10  WS-RET-REF      PIC X(20).
001710         10  WS-RET-ESTADO   PIC X(1).
001720             88  WS-RET-VIGENTE    VALUE "V".
001730             88  WS-RET-FUTURA     VALUE "F".
001740             88  WS-RET-VENCIDA    VALUE "X".
001750             88  WS-RET-EJECUTADA  VALUE "E".
001760             88  WS-RET-PEND-EJEC  VALUE "P".
001770             88  WS-RET-INVALIDA   VALUE "I".
001780         10  WS-RET-FEC-EJE  PIC X(8).
001790         10  WS-RET-TRID-EJE PIC 9(5).
001800         10  WS-RET-POSTEO   PIC X(1).
001810             88  WS-RET-POSTEADA   VALUE "S".
001820         10  WS-RET-TEXTO    PIC X(100).
001830
001840 01  WS-RET-CTA-TMP       PIC X(10).
001850 01  WS-RET-ID-TMP        PIC X(10).
001860 01  WS-RET-MTO-TMP       PIC X(12).
001870 01  WS-RET-MON-TMP       PIC X(3).
001880 01  WS-RET-TIP-TMP       PIC X(3).
001890 01  WS-RET-INI-TMP       PIC X(8).
001900 01  WS-RET-VTO-TMP       PIC X(8).
001910 01  WS-RET-REF-TMP       PIC X(20).
001920 01  WS-RET-EJE-TMP       PIC X(1).
001930 01  WS-RET-FEJ-TMP       PIC X(8).
001940 01  WS-RET-TEJ-TMP       PIC X(10).
001950 01  WS-RET-EJE-ED        PIC X(1).
001960 01  WS-RET-EJE-COLS      PIC X(15).
001970 01  WS-HAY-EJECUTADAS    PIC X VALUE "N".
001980     88  WS-EXISTEN-EJECUTADAS VALUE "Y".
001990 01  WS-RETENC-EXCESO     PIC X VALUE "N".
002000     88  WS-HAY-EXCESO        VALUE "Y".
002010
002020 01  WS-EJE-ID-TMP        PIC X(10).
002030 01  WS-EJE-ORDEN-TMP     PIC X(20).
002040 01  WS-EJE-RAZON         PIC X(40).
002050
002060 01  WS-FECHA-TRABAJO.
002070     05  WS-FT-ANIO      PIC 9(4).
002080     05  WS-FT-MES       PIC 9(2).
002090     05  WS-FT-DIA       PIC 9(2).
002100 01  WS-FECHA-NUM REDEFINES WS-FECHA-TRABAJO PIC 9(8).
002110 01  WS-FECHA-INT         PIC 9(7) COMP VALUE 0.
002120
002130 01  WS-CNT-VIGENTES      PIC 9(4) COMP VALUE 0.
002140 01  WS-CNT-LIBERADAS     PIC 9(4) COMP VALUE 0.
002150 01  WS-CNT-EJECUTADAS    PIC 9(4) COMP VALUE 0.
002160 01  WS-CNT-ORD-RECHAZO   PIC 9(4) COMP VALUE 0.
002170 01  WS-CNT-PEND-EJEC     PIC 9(4) COMP VALUE 0.
002180 01  WS-CNT-INVALIDAS     PIC 9(4) COMP VALUE 0.
002190 01  WS-CNT-LINEAS        PIC 9(5) VALUE 0.
002200 01  WS-NETO              PIC S9(9)V99 VALUE 0.
002210 01  WS-PROX-ID           PIC 9(5) VALUE 40001.
002220
002230******************************************************************
002240* Rows of a drop an earlier run of the same business date wrote,
002250* kept so a rerun adds to the drop instead of replacing it
002260******************************************************************
002270 01  WS-PREVIO-COUNT      PIC 9(4) COMP VALUE 0.
002280 01  WS-PREVIO-TABLE.
002290     05  WS-PREVIO-LINEA OCCURS 1 TO 500 TIMES
002300             DEPENDING ON WS-PREVIO-COUNT
002310             INDEXED BY PRV-IDX
002320             PIC X(80).
002330 01  WS-PRV-ID-TMP        PIC X(10).
002340 01  WS-PRV-TIPO-TMP      PIC X(15).
002350
002360 01  WS-HIST-REG.
002370     05  WS-HR-FECHA-PROC PIC X(8).
002380     05  WS-HR-ID        PIC 9(5).
002390     05  WS-HR-TIPO      PIC X(15).
002400     05  WS-HR-CUENTA    PIC X(10).
002410     05  WS-HR-CTA-DEST  PIC X(10).
002420     05  WS-HR-MONTO     PIC 9(5)V99.
002430     05  WS-HR-MONEDA    PIC X(3).
002440     05  WS-HR-MONTO-PEN PIC S9(9)V99 SIGN LEADING SEPARATE.
002450     05  WS-HR-FECHA     PIC X(10).
002460     05  WS-HR-ID-ORIG   PIC 9(5).
002470
002480 01  WS-MONTO-ED          PIC 9(5).99.
002490 01  WS-NETO-ED           PIC +9(6).99.
002500 01  WS-DROP-LINEA        PIC X(80).
002510 01  WS-RET-LINEA         PIC X(100).
002520 01  WS-RET-MONTO-ED      PIC 9(7).99.
002530
002540 01  WS-MOVRET-HEADER.
002550     05  FILLER          PIC X(38) VALUE
002560         "MOVIMIENTO DE RETENCIONES Y EMBARGOS -".
002570     05  FILLER          PIC X(1)  VALUE SPACE.
002580     05  WS-MVH-FECHA    PIC X(8).
002590
002600 01  WS-MOVRET-LINEA.
002610     05  WS-MVL-ACCION   PIC X(10).
002620     05  FILLER          PIC X(1)  VALUE SPACE.
002630     05  WS-MVL-ID       PIC X(10).
002640     05  FILLER          PIC X(8)  VALUE " CUENTA ".
002650     05  WS-MVL-CTA      PIC X(10).
002660     05  FILLER          PIC X(1)  VALUE SPACE.
002670     05  WS-MVL-TIPO     PIC X(3).
002680     05  FILLER          PIC X(1)  VALUE SPACE.
002690     05  WS-MVL-MONTO    PIC Z(6)9.99.
002700     05  FILLER          PIC X(1)  VALUE SPACE.
002710     05  WS-MVL-MONEDA   PIC X(3).
002720     05  FILLER          PIC X(1)  VALUE SPACE.
002730     05  WS-MVL-REF      PIC X(20).
002740     05  FILLER          PIC X(3)  VALUE " - ".
002750     05  WS-MVL-TEXTO    PIC X(50).
002760
002770 01  WS-MOVRET-RESUMEN.
002780     05  FILLER          PIC X(11) VALUE "VIGENTES:  ".
002790     05  WS-MVR-VIGENTES PIC ZZZ9.
002800     05  FILLER          PIC X(14) VALUE "  LIBERADAS:  ".
002810     05  WS-MVR-LIBERADAS PIC ZZZ9.
002820     05  FILLER          PIC X(14) VALUE "  EJECUTADAS: ".
002830     05  WS-MVR-EJECUTADAS PIC ZZZ9.
002840     05  FILLER          PIC X(22) VALUE
002850         "  ORDENES RECHAZADAS: ".
002860     05  WS-MVR-RECHAZOS PIC ZZZ9.
002870     05  FILLER          PIC X(13) VALUE "  INVALIDAS: ".
002880     05  WS-MVR-INVALIDAS PIC ZZZ9.
002890     05  FILLER          PIC X(20) VALUE
002900         "  PEND. EJECUCION:  ".
002910     05  WS-MVR-PEND-EJEC PIC ZZZ9.
002920
002930 PROCEDURE DIVISION.
002940******************************************************************
002950* 0000-MAINLINE
002960******************************************************************
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002990     PERFORM 2000-LOAD-RETENCIONES THRU 2000-EXIT.
003000     PERFORM 3000-LIBERA-VENCIDAS THRU 3000-EXIT.
003010     PERFORM 4000-EJECUTA-EMBARGOS THRU 4000-EXIT.
003020     PERFORM 8000-REWRITE-RETENCIONES THRU 8000-EXIT.
003030     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003040     STOP RUN.
003050
003060******************************************************************
003070* 1000-INITIALIZE - Load the business date and build today's
003080*                   file names. No usable business date, or no
003090*                   holds file, means there is nothing this step
003100*                   can safely maintain, so it stops with an
003110*                   operator message.
003120******************************************************************
003130 1000-INITIALIZE.
003140     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
003150     IF FUNCTION TEST-NUMVAL (WS-BATCH-FECHA) NOT = 0
003160         DISPLAY "RETENCIONES-DIARIAS: FECHA-PROCESO.TXT SIN"
003170             " FECHA YYYYMMDD UTILIZABLE - PASO OMITIDO"
003180         STOP RUN
003190     END-IF
003200     MOVE WS-BATCH-FECHA TO WS-FECHA-NUM
003210     PERFORM 5000-FECHA-A-ENTERO THRU 5000-EXIT
003220     IF WS-FECHA-INT = 0
003230         DISPLAY "RETENCIONES-DIARIAS: FECHA DE PROCESO "
003240             WS-BATCH-FECHA " NO ES FECHA VALIDA - PASO OMITIDO"
003250         STOP RUN
003260     END-IF
003270     MOVE SPACES TO WS-FECHA-ISO
003280     STRING WS-BATCH-FECHA (1:4) "-" WS-BATCH-FECHA (5:2) "-"
003290         WS-BATCH-FECHA (7:2) DELIMITED BY SIZE
003300         INTO WS-FECHA-ISO
003310     MOVE SPACES TO WS-DROP-FILENAME
003320     STRING "EMBARGOS-" WS-BATCH-FECHA ".CSV"
003330         DELIMITED BY SIZE INTO WS-DROP-FILENAME
003340     PERFORM 1200-CARGA-DROP-PREVIO THRU 1200-EXIT
003350     MOVE SPACES TO WS-MOVRET-FILENAME
003360     STRING "MOV-RETENCIONES-" WS-BATCH-FECHA ".TXT"
003370         DELIMITED BY SIZE INTO WS-MOVRET-FILENAME
003380     OPEN INPUT RETENC-FILE
003390     IF NOT WS-RETENC-OK
003400         DISPLAY "RETENCIONES-DIARIAS: SIN RETENCIONES.TXT"
003410             " - PASO OMITIDO"
003420         STOP RUN
003430     END-IF
003440     PERFORM 1100-LOAD-CTA-JUDICIAL THRU 1100-EXIT
003450     OPEN OUTPUT MOVRET-FILE
003460     MOVE WS-BATCH-FECHA TO WS-MVH-FECHA
003470     WRITE MOVRET-LINE FROM WS-MOVRET-HEADER
003480     MOVE SPACES TO MOVRET-LINE
003490     WRITE MOVRET-LINE.
003500 1000-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
003550*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
003560*                          first line). WS-BATCH-FECHA keeps its
003570*                          "SINFECHA" default if the control file
003580*                          is missing or blank, same as the
003590*                          posting run.
003600******************************************************************
003610 1030-LOAD-FECHA-PROCESO.
003620     OPEN INPUT FECHA-PROC-FILE
003630     IF NOT WS-FECHAPROC-OK
003640         GO TO 1030-EXIT
003650     END-IF
003660     READ FECHA-PROC-FILE
003670         AT END
003680             CONTINUE
003690         NOT AT END
003700             IF FECHA-PROC-LINE (1:8) NOT = SPACES
003710                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
003720             END-IF
003730     END-READ
003740     CLOSE FECHA-PROC-FILE.
003750 1030-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 1100-LOAD-CTA-JUDICIAL - Read the designated judicial account
003800*                         from the first line of
003810*                         CUENTA-JUDICIAL.TXT. Without it no
003820*                         seizure can be executed; the orders are
003830*                         refused and the holds stay in force.
003840******************************************************************
003850 1100-LOAD-CTA-JUDICIAL.
003860     OPEN INPUT JUDICIAL-FILE
003870     IF NOT WS-JUDICIAL-OK
003880         GO TO 1100-EXIT
003890     END-IF
003900     READ JUDICIAL-FILE
003910         AT END
003920             CONTINUE
003930         NOT AT END
003940             MOVE JUDICIAL-LINE (1:10) TO WS-CTA-JUDICIAL
003950     END-READ
003960     CLOSE JUDICIAL-FILE.
003970 1100-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010* 1200-CARGA-DROP-PREVIO - A rerun of the same business date finds
004020*                          the drop an earlier run wrote. Its
004030*                          seizures are already marked EJECUTADA,
004040*                          so their rows are kept for the rewrite
004050*                          and the new ones follow them, TR-IDs
004060*                          continuing after the highest one used
004070*                          under a single TRAILER. A drop too
004080*                          large to keep stops the step before
004090*                          anything is touched.
004100******************************************************************
004110 1200-CARGA-DROP-PREVIO.
004120     OPEN INPUT DROP-FILE
004130     IF NOT WS-DROP-OK
004140         GO TO 1200-EXIT
004150     END-IF
004160     PERFORM UNTIL WS-DROP-FIN
004170         READ DROP-FILE
004180             AT END
004190                 SET WS-DROP-FIN TO TRUE
004200             NOT AT END
004210                 PERFORM 1210-CARGA-FILA-PREVIA THRU 1210-EXIT
004220         END-READ
004230     END-PERFORM
004240     CLOSE DROP-FILE.
004250 1200-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 1210-CARGA-FILA-PREVIA - Keep one row of the earlier drop; its
004300*                          old TRAILER is dropped, a new one is
004310*                          written for the whole file
004320******************************************************************
004330 1210-CARGA-FILA-PREVIA.
004340     IF DROP-LINE = SPACES
004350         GO TO 1210-EXIT
004360     END-IF
004370     MOVE SPACES TO WS-PRV-ID-TMP
004380     MOVE SPACES TO WS-PRV-TIPO-TMP
004390     UNSTRING DROP-LINE DELIMITED BY WS-DELIM
004400         INTO WS-PRV-ID-TMP, WS-PRV-TIPO-TMP
004410     IF WS-PRV-TIPO-TMP = "TRAILER"
004420         GO TO 1210-EXIT
004430     END-IF
004440     IF WS-PREVIO-COUNT NOT < 500
004450         DISPLAY "RETENCIONES-DIARIAS: " WS-DROP-FILENAME
004460             " EXCEDE 500 FILAS - PASO OMITIDO"
004470         STOP RUN
004480     END-IF
004490     ADD 1 TO WS-PREVIO-COUNT
004500     MOVE DROP-LINE TO WS-PREVIO-LINEA (WS-PREVIO-COUNT)
004510     IF FUNCTION TEST-NUMVAL (WS-PRV-ID-TMP) = 0
004520         IF FUNCTION NUMVAL (WS-PRV-ID-TMP) NOT < WS-PROX-ID
004530             COMPUTE WS-PROX-ID =
004540                 FUNCTION NUMVAL (WS-PRV-ID-TMP) + 1
004550         END-IF
004560     END-IF.
004570 1210-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610* 2000-LOAD-RETENCIONES - Read the holds file row by row until EOF
004620******************************************************************
004630 2000-LOAD-RETENCIONES.
004640     PERFORM UNTIL WS-RETENC-FIN
004650         READ RETENC-FILE
004660             AT END
004670                 SET WS-RETENC-FIN TO TRUE
004680             NOT AT END
004690                 IF RETENC-LINE NOT = SPACES
004700                     PERFORM 2100-PARSE-RETENCION THRU 2100-EXIT
004710                 END-IF
004720         END-READ
004730     END-PERFORM
004740     CLOSE RETENC-FILE.
004750 2000-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790* 2100-PARSE-RETENCION - Validate one holds row into the working
004800*                       table. A row that fails validation is
004810*                       logged and kept as raw text, so the
004820*                       rewrite carries it forward for the
004830*                       operator to fix - a hold is never lost
004840*                       because it was keyed badly.
004850******************************************************************
004860 2100-PARSE-RETENCION.
004870*    A holds file past the table's capacity cannot be rewritten
004880*    from the table without deleting rows 501+, so the whole step
004890*    stands down and the file is left untouched.
004900     IF WS-RETENC-COUNT NOT < 500
004910         IF NOT WS-HAY-EXCESO
004920             SET WS-HAY-EXCESO TO TRUE
004930             DISPLAY "RETENCIONES-DIARIAS: MAS DE 500 RETENCIONES"
004940                 " - PASO OMITIDO, DIVIDIR EL ARCHIVO"
004950         END-IF
004960         GO TO 2100-EXIT
004970     END-IF
004980     ADD 1 TO WS-RETENC-COUNT
004990     SET RET-IDX TO WS-RETENC-COUNT
005000     MOVE "I" TO WS-RET-ESTADO (RET-IDX)
005010     MOVE RETENC-LINE TO WS-RET-TEXTO (RET-IDX)
005020     MOVE SPACES TO WS-RET-CTA-TMP
005030     MOVE SPACES TO WS-RET-ID-TMP
005040     MOVE SPACES TO WS-RET-MTO-TMP
005050     MOVE SPACES TO WS-RET-MON-TMP
005060     MOVE SPACES TO WS-RET-TIP-TMP
005070     MOVE SPACES TO WS-RET-INI-TMP
005080     MOVE SPACES TO WS-RET-VTO-TMP
005090     MOVE SPACES TO WS-RET-REF-TMP
005100     MOVE SPACES TO WS-RET-EJE-TMP
005110     MOVE SPACES TO WS-RET-FEJ-TMP
005120     MOVE SPACES TO WS-RET-TEJ-TMP
005130     UNSTRING RETENC-LINE DELIMITED BY WS-DELIM
005140         INTO WS-RET-CTA-TMP, WS-RET-ID-TMP, WS-RET-MTO-TMP,
005150             WS-RET-MON-TMP, WS-RET-TIP-TMP, WS-RET-INI-TMP,
005160             WS-RET-VTO-TMP, WS-RET-REF-TMP, WS-RET-EJE-TMP,
005170             WS-RET-FEJ-TMP, WS-RET-TEJ-TMP
005180     MOVE WS-RET-CTA-TMP TO WS-RET-CTA (RET-IDX)
005190     MOVE WS-RET-ID-TMP TO WS-RET-ID (RET-IDX)
005200     MOVE WS-RET-TIP-TMP TO WS-RET-TIPO (RET-IDX)
005210     MOVE WS-RET-REF-TMP TO WS-RET-REF (RET-IDX)
005220     MOVE 0 TO WS-RET-MONTO (RET-IDX)
005230     MOVE SPACES TO WS-RET-MONEDA (RET-IDX)
005240     MOVE SPACES TO WS-RET-FEC-EJE (RET-IDX)
005250     MOVE 0 TO WS-RET-TRID-EJE (RET-IDX)
005260     MOVE "N" TO WS-RET-POSTEO (RET-IDX)
005270     IF WS-RET-CTA-TMP = SPACES OR WS-RET-ID-TMP = SPACES
005280         MOVE "RETENCION SIN CUENTA O SIN ID" TO WS-MVL-TEXTO
005290         PERFORM 2900-REJECT-RETENCION THRU 2900-EXIT
005300         GO TO 2100-EXIT
005310     END-IF
005320     IF FUNCTION TEST-NUMVAL (WS-RET-MTO-TMP) NOT = 0
005330             OR FUNCTION NUMVAL (WS-RET-MTO-TMP) NOT > 0
005340         MOVE "MONTO DE RETENCION NO NUMERICO O NO POSITIVO"
005350             TO WS-MVL-TEXTO
005360         PERFORM 2900-REJECT-RETENCION THRU 2900-EXIT
005370         GO TO 2100-EXIT
005380     END-IF
005390     IF WS-RET-TIP-TMP NOT = "RET" AND WS-RET-TIP-TMP NOT = "EMB"
005400         MOVE "TIPO DE RETENCION NO ES RET NI EMB"
005410             TO WS-MVL-TEXTO
005420         PERFORM 2900-REJECT-RETENCION THRU 2900-EXIT
005430         GO TO 2100-EXIT
005440     END-IF
005450     IF WS-RET-EJE-TMP NOT = SPACE AND WS-RET-EJE-TMP NOT = "S"
005460             AND WS-RET-EJE-TMP NOT = "N"
005470         MOVE "EJECUTADA NO ES S NI N" TO WS-MVL-TEXTO
005480         PERFORM 2900-REJECT-RETENCION THRU 2900-EXIT
005490         GO TO 2100-EXIT
005500     END-IF
005510*    An executed embargo is only released once its seizure
005520*    transfer is found posted, so it must say which one that was.
005530     IF WS-RET-EJE-TMP = "S"
005540         MOVE WS-RET-FEJ-TMP TO WS-FECHA-TRABAJO
005550         PERFORM 5000-FECHA-A-ENTERO THRU 5000-EXIT
005560         IF WS-FECHA-INT = 0
005570                 OR FUNCTION TEST-NUMVAL (WS-RET-TEJ-TMP) NOT = 0
005580             MOVE "EJECUTADA S SIN FECHA-EJE O TRID-EJE VALIDOS"
005590                 TO WS-MVL-TEXTO
005600             PERFORM 2900-REJECT-RETENCION THRU 2900-EXIT
005610             GO TO 2100-EXIT
005620         END-IF
005630     END-IF
005640     IF WS-RET-INI-TMP NOT = SPACES
005650         MOVE WS-RET-INI-TMP TO WS-FECHA-TRABAJO
005660         PERFORM 5000-FECHA-A-ENTERO THRU 5000-EXIT
005670         IF WS-FECHA-INT = 0
005680             MOVE "FECHA-INI NO ES FECHA VALIDA"
005690                 TO WS-MVL-TEXTO
005700             PERFORM 2900-REJECT-RETENCION THRU 2900-EXIT
005710             GO TO 2100-EXIT
005720         END-IF
005730     END-IF
005740     IF WS-RET-VTO-TMP NOT = SPACES
005750         MOVE WS-RET-VTO-TMP TO WS-FECHA-TRABAJO
005760         PERFORM 5000-FECHA-A-ENTERO THRU 5000-EXIT
005770         IF WS-FECHA-INT = 0
005780             MOVE "FECHA-VTO NO ES FECHA VALIDA"
005790                 TO WS-MVL-TEXTO
005800             PERFORM 2900-REJECT-RETENCION THRU 2900-EXIT
005810             GO TO 2100-EXIT
005820         END-IF
005830     END-IF
005840     MOVE FUNCTION NUMVAL (WS-RET-MTO-TMP)
005850         TO WS-RET-MONTO (RET-IDX)
005860     IF WS-RET-MON-TMP = SPACES
005870         MOVE "PEN" TO WS-RET-MONEDA (RET-IDX)
005880     ELSE
005890         MOVE WS-RET-MON-TMP TO WS-RET-MONEDA (RET-IDX)
005900     END-IF
005910     MOVE WS-RET-INI-TMP TO WS-RET-FEC-INI (RET-IDX)
005920     MOVE WS-RET-VTO-TMP TO WS-RET-FEC-VTO (RET-IDX)
005930     IF WS-RET-INI-TMP NOT = SPACES
005940             AND WS-RET-INI-TMP > WS-BATCH-FECHA
005950         MOVE "F" TO WS-RET-ESTADO (RET-IDX)
005960     ELSE
005970         MOVE "V" TO WS-RET-ESTADO (RET-IDX)
005980     END-IF
005990     IF WS-RET-EJE-TMP = "S"
006000         MOVE "E" TO WS-RET-ESTADO (RET-IDX)
006010         MOVE WS-RET-FEJ-TMP TO WS-RET-FEC-EJE (RET-IDX)
006020         MOVE FUNCTION NUMVAL (WS-RET-TEJ-TMP)
006030             TO WS-RET-TRID-EJE (RET-IDX)
006040         SET WS-EXISTEN-EJECUTADAS TO TRUE
006050     END-IF.
006060 2100-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100* 2900-REJECT-RETENCION - Log an invalid holds row (reason already
006110*                        in WS-MVL-TEXTO); the row stays in the
006120*                        table as raw text and is carried forward
006130******************************************************************
006140 2900-REJECT-RETENCION.
006150     ADD 1 TO WS-CNT-INVALIDAS
006160     MOVE "INVALIDA" TO WS-MVL-ACCION
006170     PERFORM 7000-WRITE-MOVIMIENTO THRU 7000-EXIT.
006180 2900-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* 3000-LIBERA-VENCIDAS - Release every hold whose expiry date has
006230*                       come: it is logged and left out of the
006240*                       rewritten file. The posting run stops
006250*                       honouring it on the same date on its own.
006260*                       An executed embargo is released instead
006270*                       once its seizure transfer is found posted
006280*                       (3050).
006290******************************************************************
006300 3000-LIBERA-VENCIDAS.
006310     IF WS-HAY-EXCESO
006320         GO TO 3000-EXIT
006330     END-IF
006340     IF WS-EXISTEN-EJECUTADAS
006350         PERFORM 3050-CONFIRMA-EJECUTADAS THRU 3050-EXIT
006360     END-IF
006370     PERFORM 3100-EVALUA-VENCIMIENTO THRU 3100-EXIT
006380         VARYING RET-IDX FROM 1 BY 1
006390         UNTIL RET-IDX > WS-RETENC-COUNT.
006400 3000-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440* 3050-CONFIRMA-EJECUTADAS - Look for the seizure transfer of each
006450*                           executed embargo in the transaction
006460*                           archive. No archive means nothing is
006470*                           confirmed and every executed embargo
006480*                           stays in force.
006490******************************************************************
006500 3050-CONFIRMA-EJECUTADAS.
006510     OPEN INPUT ARCHHIST-FILE
006520     IF NOT WS-ARCHHIST-OK
006530         GO TO 3050-EXIT
006540     END-IF
006550     PERFORM UNTIL WS-ARCHHIST-FIN
006560         READ ARCHHIST-FILE
006570             AT END
006580                 SET WS-ARCHHIST-FIN TO TRUE
006590             NOT AT END
006600                 PERFORM 3060-CONFIRMA-REGISTRO THRU 3060-EXIT
006610         END-READ
006620     END-PERFORM
006630     CLOSE ARCHHIST-FILE.
006640 3050-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680* 3060-CONFIRMA-REGISTRO - A posted Transferencia confirms the
006690*                          executed embargo whose seizure went
006700*                          out that business date under the same
006710*                          TR-ID, from the same account and for
006720*                          the same amount
006730******************************************************************
006740 3060-CONFIRMA-REGISTRO.
006750     MOVE ARCHHIST-LINE TO WS-HIST-REG
006760     IF WS-HR-ID NOT NUMERIC OR WS-HR-MONTO NOT NUMERIC
006770         GO TO 3060-EXIT
006780     END-IF
006790     IF WS-HR-TIPO (1:13) NOT = "Transferencia"
006800         GO TO 3060-EXIT
006810     END-IF
006820     SET RET-IDX TO 1
006830     SEARCH WS-RETENC-ENTRY
006840         AT END
006850             CONTINUE
006860         WHEN WS-RET-EJECUTADA (RET-IDX)
006870                 AND WS-RET-FEC-EJE (RET-IDX) = WS-HR-FECHA-PROC
006880                 AND WS-RET-TRID-EJE (RET-IDX) = WS-HR-ID
006890                 AND WS-RET-CTA (RET-IDX) = WS-HR-CUENTA
006900                 AND WS-RET-MONTO (RET-IDX) = WS-HR-MONTO
006910             MOVE "S" TO WS-RET-POSTEO (RET-IDX)
006920     END-SEARCH.
006930 3060-EXIT.
006940     EXIT.
006950
006960******************************************************************
006970* 3100-EVALUA-VENCIMIENTO - Release the hold at RET-IDX if its
006980*                          FECHA-VTO is on or before the business
006990*                          date. An executed embargo is released
007000*                          when its seizure was found posted; one
007010*                          executed on an earlier date and still
007020*                          not posted is kept and listed as
007030*                          pending execution, whatever its
007040*                          FECHA-VTO.
007050******************************************************************
007060 3100-EVALUA-VENCIMIENTO.
007070     IF WS-RET-EJECUTADA (RET-IDX)
007080         PERFORM 3150-EVALUA-EJECUTADA THRU 3150-EXIT
007090         GO TO 3100-EXIT
007100     END-IF
007110     IF WS-RET-INVALIDA (RET-IDX)
007120             OR WS-RET-FEC-VTO (RET-IDX) = SPACES
007130         GO TO 3100-EXIT
007140     END-IF
007150     IF WS-RET-FEC-VTO (RET-IDX) > WS-BATCH-FECHA
007160         GO TO 3100-EXIT
007170     END-IF
007180     MOVE "X" TO WS-RET-ESTADO (RET-IDX)
007190     ADD 1 TO WS-CNT-LIBERADAS
007200     MOVE "LIBERADA" TO WS-MVL-ACCION
007210     MOVE SPACES TO WS-MVL-TEXTO
007220     STRING "VENCIDA EL " WS-RET-FEC-VTO (RET-IDX)
007230         DELIMITED BY SIZE INTO WS-MVL-TEXTO
007240     PERFORM 7000-WRITE-MOVIMIENTO THRU 7000-EXIT.
007250 3100-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290* 3150-EVALUA-EJECUTADA - Release the executed embargo at RET-IDX
007300*                        once its seizure has posted, or mark it
007310*                        pending execution when the seizure went
007320*                        out on an earlier date and never posted.
007330*                        One executed today is left as it is - the
007340*                        posting run has not seen it yet.
007350******************************************************************
007360 3150-EVALUA-EJECUTADA.
007370     IF WS-RET-POSTEADA (RET-IDX)
007380         MOVE "X" TO WS-RET-ESTADO (RET-IDX)
007390         ADD 1 TO WS-CNT-LIBERADAS
007400         MOVE "LIBERADA" TO WS-MVL-ACCION
007410         MOVE SPACES TO WS-MVL-TEXTO
007420         STRING "EJECUTADA: TR-ID " WS-RET-TRID-EJE (RET-IDX)
007430             " POSTEADO EL " WS-RET-FEC-EJE (RET-IDX)
007440             DELIMITED BY SIZE INTO WS-MVL-TEXTO
007450         PERFORM 7000-WRITE-MOVIMIENTO THRU 7000-EXIT
007460         GO TO 3150-EXIT
007470     END-IF
007480     IF WS-RET-FEC-EJE (RET-IDX) NOT < WS-BATCH-FECHA
007490         GO TO 3150-EXIT
007500     END-IF
007510     MOVE "P" TO WS-RET-ESTADO (RET-IDX)
007520     ADD 1 TO WS-CNT-PEND-EJEC
007530     MOVE "PEND-EJEC" TO WS-MVL-ACCION
007540     MOVE SPACES TO WS-MVL-TEXTO
007550     STRING "EJECUTADA EL " WS-RET-FEC-EJE (RET-IDX)
007560         ", TR-ID " WS-RET-TRID-EJE (RET-IDX) " SIN POSTEAR"
007570         DELIMITED BY SIZE INTO WS-MVL-TEXTO
007580     PERFORM 7000-WRITE-MOVIMIENTO THRU 7000-EXIT.
007590 3150-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630* 4000-EJECUTA-EMBARGOS - Execute every court-ordered seizure in
007640*                        EMBARGOS-EJECUTAR.TXT. The drop file
007650*                        and its ARCHIVOS.TXT entry are only
007660*                        created when at least one seizure was
007670*                        executed. No order file means no seizure
007680*                        today.
007690******************************************************************
007700 4000-EJECUTA-EMBARGOS.
007710     IF WS-HAY-EXCESO
007720         GO TO 4000-EXIT
007730     END-IF
007740     OPEN INPUT EJECUTA-FILE
007750     IF NOT WS-EJECUTA-OK
007760         GO TO 4000-EXIT
007770     END-IF
007780     PERFORM UNTIL WS-EJECUTA-FIN
007790         READ EJECUTA-FILE
007800             AT END
007810                 SET WS-EJECUTA-FIN TO TRUE
007820             NOT AT END
007830                 IF EJECUTA-LINE NOT = SPACES
007840                     PERFORM 4100-EJECUTA-ORDEN THRU 4100-EXIT
007850                 END-IF
007860         END-READ
007870     END-PERFORM
007880     CLOSE EJECUTA-FILE
007890     IF WS-CNT-EJECUTADAS > 0
007900         PERFORM 4600-WRITE-TRAILER THRU 4600-EXIT
007910         PERFORM 4700-REGISTRA-ARCHIVO THRU 4700-EXIT
007920     END-IF.
007930 4000-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970* 4100-EJECUTA-ORDEN - Execute one seizure order: the hold must
007980*                     exist, be a judicial embargo (EMB), be in
007990*                     force today and fit a single posting line
008000*                     (99999.99), and a judicial account must be
008010*                     designated. The seized hold is marked
008020*                     EJECUTADA with today's date and the TR-ID
008030*                     of its transfer, so it cannot be seized
008040*                     twice and keeps guarding the funds until
008050*                     that transfer is found posted. An embargo
008060*                     pending execution - its earlier seizure
008070*                     never posted - can be executed again.
008080******************************************************************
008090 4100-EJECUTA-ORDEN.
008100     MOVE SPACES TO WS-EJE-ID-TMP
008110     MOVE SPACES TO WS-EJE-ORDEN-TMP
008120     MOVE SPACES TO WS-EJE-RAZON
008130     UNSTRING EJECUTA-LINE DELIMITED BY WS-DELIM
008140         INTO WS-EJE-ID-TMP, WS-EJE-ORDEN-TMP
008150     SET RET-IDX TO 1
008160     SEARCH WS-RETENC-ENTRY
008170         AT END
008180             MOVE "RETENCION NO ENCONTRADA" TO WS-EJE-RAZON
008190         WHEN WS-RET-ID (RET-IDX) = WS-EJE-ID-TMP
008200                 AND NOT WS-RET-INVALIDA (RET-IDX)
008210             CONTINUE
008220     END-SEARCH
008230     IF WS-EJE-RAZON NOT = SPACES
008240         PERFORM 4900-RECHAZA-ORDEN THRU 4900-EXIT
008250         GO TO 4100-EXIT
008260     END-IF
008270     EVALUATE TRUE
008280         WHEN NOT WS-RET-ES-EMBARGO (RET-IDX)
008290             MOVE "NO ES EMBARGO JUDICIAL (TIPO EMB)"
008300                 TO WS-EJE-RAZON
008310         WHEN WS-RET-EJECUTADA (RET-IDX)
008320             MOVE "EMBARGO YA EJECUTADO" TO WS-EJE-RAZON
008330         WHEN WS-RET-VENCIDA (RET-IDX)
008340             MOVE "EMBARGO VENCIDO" TO WS-EJE-RAZON
008350         WHEN WS-RET-FUTURA (RET-IDX)
008360             MOVE "EMBARGO AUN NO VIGENTE" TO WS-EJE-RAZON
008370         WHEN WS-RET-MONTO (RET-IDX) > 99999.99
008380             MOVE "MONTO EXCEDE UNA LINEA (99999.99)"
008390                 TO WS-EJE-RAZON
008400         WHEN WS-CTA-JUDICIAL = SPACES
008410             MOVE "SIN CUENTA JUDICIAL DESIGNADA"
008420                 TO WS-EJE-RAZON
008430     END-EVALUATE
008440     IF WS-EJE-RAZON NOT = SPACES
008450         PERFORM 4900-RECHAZA-ORDEN THRU 4900-EXIT
008460         GO TO 4100-EXIT
008470     END-IF
008480     MOVE WS-PROX-ID TO WS-RET-TRID-EJE (RET-IDX)
008490     MOVE WS-BATCH-FECHA TO WS-RET-FEC-EJE (RET-IDX)
008500     PERFORM 4200-EMITE-EMBARGO THRU 4200-EXIT
008510     MOVE "E" TO WS-RET-ESTADO (RET-IDX)
008520     ADD 1 TO WS-CNT-EJECUTADAS
008530     MOVE "EJECUTADA" TO WS-MVL-ACCION
008540     MOVE SPACES TO WS-MVL-TEXTO
008550     STRING "ORDEN " WS-EJE-ORDEN-TMP DELIMITED BY SIZE
008560         " A CTA " WS-CTA-JUDICIAL DELIMITED BY SIZE
008570         INTO WS-MVL-TEXTO
008580     PERFORM 7000-WRITE-MOVIMIENTO THRU 7000-EXIT.
008590 4100-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630* 4150-ABRE-DROP - Open the drop for the first seizure of this
008640*                  run, writing back first the rows an earlier
008650*                  run of the same date left in it (1200)
008660******************************************************************
008670 4150-ABRE-DROP.
008680     OPEN OUTPUT DROP-FILE
008690     SET WS-DROP-EN-USO TO TRUE
008700     IF WS-PREVIO-COUNT > 0
008710         PERFORM 4160-COPIA-FILA-PREVIA THRU 4160-EXIT
008720             VARYING PRV-IDX FROM 1 BY 1
008730             UNTIL PRV-IDX > WS-PREVIO-COUNT
008740     END-IF.
008750 4150-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790* 4160-COPIA-FILA-PREVIA - Write back one row of the earlier drop
008800******************************************************************
008810 4160-COPIA-FILA-PREVIA.
008820     WRITE DROP-LINE FROM WS-PREVIO-LINEA (PRV-IDX)
008830     ADD 1 TO WS-CNT-LINEAS.
008840 4160-EXIT.
008850     EXIT.
008860
008870******************************************************************
008880* 4200-EMITE-EMBARGO - Write the seizure at RET-IDX as one
008890*                     Transferencia row of the drop in the
008900*                     data.csv column order (ID,TIPO,MONTO,
008910*                     CUENTA,CTA-DESTINO,FECHA,MONEDA), opening
008920*                     the drop on the first row. A transfer
008930*                     between two of our accounts nets to zero
008940*                     in the posting balance, so the trailer net
008950*                     stays zero.
008960******************************************************************
008970 4200-EMITE-EMBARGO.
008980     IF NOT WS-DROP-EN-USO
008990         PERFORM 4150-ABRE-DROP THRU 4150-EXIT
009000     END-IF
009010     MOVE WS-RET-MONTO (RET-IDX) TO WS-MONTO-ED
009020     MOVE SPACES TO WS-DROP-LINEA
009030     STRING WS-PROX-ID "," "Transferencia" ","
009040         WS-MONTO-ED ","
009050         WS-RET-CTA (RET-IDX) DELIMITED BY SPACE
009060         "," DELIMITED BY SIZE
009070         WS-CTA-JUDICIAL DELIMITED BY SPACE
009080         "," WS-FECHA-ISO ","
009090         WS-RET-MONEDA (RET-IDX) DELIMITED BY SIZE
009100         INTO WS-DROP-LINEA
009110     WRITE DROP-LINE FROM WS-DROP-LINEA
009120     ADD 1 TO WS-CNT-LINEAS
009130     ADD 1 TO WS-PROX-ID.
009140 4200-EXIT.
009150     EXIT.
009160
009170******************************************************************
009180* 4600-WRITE-TRAILER - Close the drop with a TRAILER row carrying
009190*                     the generated row count and net amount, so
009200*                     the posting run's trailer reconciliation
009210*                     covers this file like any operator drop
009220******************************************************************
009230 4600-WRITE-TRAILER.
009240     MOVE WS-NETO TO WS-NETO-ED
009250     MOVE SPACES TO WS-DROP-LINEA
009260     STRING WS-CNT-LINEAS "," "TRAILER" "," WS-NETO-ED
009270         DELIMITED BY SIZE INTO WS-DROP-LINEA
009280     WRITE DROP-LINE FROM WS-DROP-LINEA
009290     CLOSE DROP-FILE.
009300 4600-EXIT.
009310     EXIT.
009320
009330******************************************************************
009340* 4700-REGISTRA-ARCHIVO - Append the generated drop to
009350*                        ARCHIVOS.TXT so the posting run picks it
009360*                        up. When no ARCHIVOS.TXT exists yet the
009370*                        posting run would fall back to data.csv
009380*                        alone, so the new list seeds data.csv
009390*                        first and then adds the drop - the
009400*                        operator's file still posts.
009410*                        A rerun of the same business date finds
009420*                        its drop already listed and leaves the
009430*                        list alone.
009440******************************************************************
009450 4700-REGISTRA-ARCHIVO.
009460     MOVE "N" TO WS-ARCHIVO-LISTADO
009470     OPEN INPUT ARCHIVOS-FILE
009480     IF WS-ARCHIVOS-OK
009490         PERFORM UNTIL WS-ARCHIVOS-FIN
009500             READ ARCHIVOS-FILE
009510                 AT END
009520                     SET WS-ARCHIVOS-FIN TO TRUE
009530                 NOT AT END
009540                     IF ARCHIVOS-LINE = WS-DROP-FILENAME
009550                         SET WS-YA-LISTADO TO TRUE
009560                     END-IF
009570             END-READ
009580         END-PERFORM
009590         CLOSE ARCHIVOS-FILE
009600     END-IF
009610     IF WS-YA-LISTADO
009620         GO TO 4700-EXIT
009630     END-IF
009640     OPEN EXTEND ARCHIVOS-FILE
009650     IF WS-ARCHIVOS-NOFILE
009660         OPEN OUTPUT ARCHIVOS-FILE
009670         MOVE "data.csv" TO ARCHIVOS-LINE
009680         WRITE ARCHIVOS-LINE
009690     END-IF
009700     MOVE WS-DROP-FILENAME TO ARCHIVOS-LINE
009710     WRITE ARCHIVOS-LINE
009720     CLOSE ARCHIVOS-FILE.
009730 4700-EXIT.
009740     EXIT.
009750
009760******************************************************************
009770* 4900-RECHAZA-ORDEN - Log a seizure order that cannot be
009780*                     executed; the hold itself is untouched
009790******************************************************************
009800 4900-RECHAZA-ORDEN.
009810     ADD 1 TO WS-CNT-ORD-RECHAZO
009820     MOVE "RECHAZADA" TO WS-MVL-ACCION
009830     MOVE WS-EJE-ID-TMP TO WS-MVL-ID
009840     MOVE SPACES TO WS-MVL-CTA
009850     MOVE SPACES TO WS-MVL-TIPO
009860     MOVE 0 TO WS-MVL-MONTO
009870     MOVE SPACES TO WS-MVL-MONEDA
009880     MOVE WS-EJE-ORDEN-TMP TO WS-MVL-REF
009890     MOVE WS-EJE-RAZON TO WS-MVL-TEXTO
009900     WRITE MOVRET-LINE FROM WS-MOVRET-LINEA.
009910 4900-EXIT.
009920     EXIT.
009930
009940******************************************************************
009950* 5000-FECHA-A-ENTERO - Convert WS-FECHA-TRABAJO (YYYYMMDD) to a
009960*                      day integer in WS-FECHA-INT, zero when the
009970*                      value is not a real calendar date
009980******************************************************************
009990 5000-FECHA-A-ENTERO.
010000     IF WS-FECHA-NUM IS NUMERIC
010010         COMPUTE WS-FECHA-INT =
010020             FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
010030     ELSE
010040         MOVE 0 TO WS-FECHA-INT
010050     END-IF.
010060 5000-EXIT.
010070     EXIT.
010080
010090******************************************************************
010100* 7000-WRITE-MOVIMIENTO - Log the hold at RET-IDX with the action
010110*                        in WS-MVL-ACCION and the detail in
010120*                        WS-MVL-TEXTO
010130******************************************************************
010140 7000-WRITE-MOVIMIENTO.
010150     MOVE WS-RET-ID (RET-IDX) TO WS-MVL-ID
010160     MOVE WS-RET-CTA (RET-IDX) TO WS-MVL-CTA
010170     MOVE WS-RET-TIPO (RET-IDX) TO WS-MVL-TIPO
010180     MOVE WS-RET-MONTO (RET-IDX) TO WS-MVL-MONTO
010190     MOVE WS-RET-MONEDA (RET-IDX) TO WS-MVL-MONEDA
010200     MOVE WS-RET-REF (RET-IDX) TO WS-MVL-REF
010210     WRITE MOVRET-LINE FROM WS-MOVRET-LINEA.
010220 7000-EXIT.
010230     EXIT.
010240
010250******************************************************************
010260* 8000-REWRITE-RETENCIONES - Rewrite RETENCIONES.TXT without the
010270*                           released holds; executed holds go
010280*                           back marked EJECUTADA with the date
010290*                           and TR-ID of their seizure, invalid
010300*                           rows as their original text
010310******************************************************************
010320 8000-REWRITE-RETENCIONES.
010330     IF WS-HAY-EXCESO
010340         GO TO 8000-EXIT
010350     END-IF
010360     OPEN OUTPUT RETENC-FILE
010370     PERFORM 8100-WRITE-RETENCION THRU 8100-EXIT
010380         VARYING RET-IDX FROM 1 BY 1
010390         UNTIL RET-IDX > WS-RETENC-COUNT
010400     CLOSE RETENC-FILE.
010410 8000-EXIT.
010420     EXIT.
010430
010440******************************************************************
010450* 8100-WRITE-RETENCION - Write the hold at RET-IDX back in the
010460*                       canonical column order (or verbatim when
010470*                       it failed validation)
010480******************************************************************
010490 8100-WRITE-RETENCION.
010500     IF WS-RET-VENCIDA (RET-IDX)
010510         GO TO 8100-EXIT
010520     END-IF
010530     IF WS-RET-INVALIDA (RET-IDX)
010540         WRITE RETENC-LINE FROM WS-RET-TEXTO (RET-IDX)
010550         GO TO 8100-EXIT
010560     END-IF
010570     IF WS-RET-VIGENTE (RET-IDX)
010580         ADD 1 TO WS-CNT-VIGENTES
010590     END-IF
010600     MOVE WS-RET-MONTO (RET-IDX) TO WS-RET-MONTO-ED
010610     MOVE SPACES TO WS-RET-EJE-COLS
010620     IF WS-RET-EJECUTADA (RET-IDX) OR WS-RET-PEND-EJEC (RET-IDX)
010630         MOVE "S" TO WS-RET-EJE-ED
010640         STRING "," WS-RET-FEC-EJE (RET-IDX) ","
010650             WS-RET-TRID-EJE (RET-IDX) DELIMITED BY SIZE
010660             INTO WS-RET-EJE-COLS
010670     ELSE
010680         MOVE "N" TO WS-RET-EJE-ED
010690     END-IF
010700     MOVE SPACES TO WS-RET-LINEA
010710     STRING WS-RET-CTA (RET-IDX) DELIMITED BY SPACE
010720         "," DELIMITED BY SIZE
010730         WS-RET-ID (RET-IDX) DELIMITED BY SPACE
010740         "," DELIMITED BY SIZE
010750         WS-RET-MONTO-ED DELIMITED BY SIZE
010760         "," WS-RET-MONEDA (RET-IDX) ","
010770         WS-RET-TIPO (RET-IDX) "," DELIMITED BY SIZE
010780         WS-RET-FEC-INI (RET-IDX) DELIMITED BY SPACE
010790         "," DELIMITED BY SIZE
010800         WS-RET-FEC-VTO (RET-IDX) DELIMITED BY SPACE
010810         "," DELIMITED BY SIZE
010820         FUNCTION TRIM (WS-RET-REF (RET-IDX) TRAILING)
010830             DELIMITED BY SIZE
010840         "," WS-RET-EJE-ED DELIMITED BY SIZE
010850         WS-RET-EJE-COLS DELIMITED BY SPACE
010860         INTO WS-RET-LINEA
010870     WRITE RETENC-LINE FROM WS-RET-LINEA.
010880 8100-EXIT.
010890     EXIT.
010900
010910******************************************************************
010920* 9999-TERMINATE - Close the movement log and echo the summary
010930******************************************************************
010940 9999-TERMINATE.
010950     MOVE SPACES TO MOVRET-LINE
010960     WRITE MOVRET-LINE
010970     MOVE WS-CNT-VIGENTES TO WS-MVR-VIGENTES
010980     MOVE WS-CNT-LIBERADAS TO WS-MVR-LIBERADAS
010990     MOVE WS-CNT-EJECUTADAS TO WS-MVR-EJECUTADAS
011000     MOVE WS-CNT-ORD-RECHAZO TO WS-MVR-RECHAZOS
011010     MOVE WS-CNT-INVALIDAS TO WS-MVR-INVALIDAS
011020     MOVE WS-CNT-PEND-EJEC TO WS-MVR-PEND-EJEC
011030     WRITE MOVRET-LINE FROM WS-MOVRET-RESUMEN
011040     CLOSE MOVRET-FILE
011050     DISPLAY "RETENCIONES-DIARIAS: LIBERADAS " WS-CNT-LIBERADAS
011060         " EJECUTADAS " WS-CNT-EJECUTADAS
011070         " ORDENES RECHAZADAS " WS-CNT-ORD-RECHAZO
011080         " PENDIENTES DE POSTEO " WS-CNT-PEND-EJEC
011090     IF WS-CNT-EJECUTADAS > 0
011100         DISPLAY "RETENCIONES-DIARIAS: EMBARGOS EN "
011110             WS-DROP-FILENAME
011120     END-IF.
011130 9999-EXIT.
011140     EXIT.
