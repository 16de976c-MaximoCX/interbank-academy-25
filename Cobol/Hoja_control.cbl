000010******************************************************************
000020* Author:CESAR CHINCHAY
000030* Date:15/10/2026
000040* Purpose:INTERBANK COBOL ACADEMY
000050* Tectonics: cobc
000060******************************************************************
000070* Modification History
000080*   Date       Init  Description
000090*   ---------- ----  ---------------------------------------------
000100*   2026-10-15  CCH  Initial version: end-of-day control sheet.
000110*                    Run last in the night, after every other
000120*                    step of the business date in
000130*                    FECHA-PROCESO.TXT. Reads each step's own
000140*                    output and ties the totals that must agree
000150*                    between steps: the ORDENES-GEN and
000160*                    INTERESES drop trailer counts against the
000170*                    90001+ / 80001+ TR-IDs the posting run
000180*                    actually posted (REPORTE) or rejected
000190*                    (EXCEPCIONES); the GLFEED record count and
000200*                    running balance against the REPORTE detail
000210*                    lines and BALANCE FINAL; the INTERBANCARIO
000220*                    TRL count and hash against the REPORTE
000230*                    outbound transfer section; and the
000240*                    CONCILIA-GL never-acknowledged count, which
000250*                    must be zero. HOJA-CONTROL-yyyymmdd.TXT
000260*                    carries one CUADRA / NO CUADRA line per
000270*                    control, every expected file not found and
000280*                    the day's overall status, which is also
000290*                    returned to the scheduler in RETURN-CODE:
000300*                    0 CUADRA, 4 INCOMPLETO (every control ties
000310*                    but an expected file is missing), 8 NO
000320*                    CUADRA, 16 no usable business date. Any
000330*                    status but CUADRA appends to the business
000340*                    date's ALERTA file.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. HOJA-CONTROL.
000380 AUTHOR. CESAR CHINCHAY.
000390 INSTALLATION. INTERBANK COBOL ACADEMY.
000400 DATE-WRITTEN. 15/10/2026.
000410 DATE-COMPILED. 15/10/2026.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FECHAPROC-STATUS.
000490
000500     SELECT ARCHIVOS-FILE ASSIGN TO "ARCHIVOS.TXT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ARCHIVOS-STATUS.
000530
000540     SELECT REPORTE-FILE ASSIGN TO WS-REPORTE-FILENAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REPORTE-STATUS.
000570
000580     SELECT EXCEP-FILE ASSIGN TO WS-EXCEP-FILENAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-EXCEP-STATUS.
000610
000620     SELECT GL-FILE ASSIGN TO WS-GL-FILENAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-GL-STATUS.
000650
000660     SELECT CLEARING-FILE ASSIGN TO WS-CLEARING-FILENAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CLEARING-STATUS.
000690
000700     SELECT CONCILIA-FILE ASSIGN TO WS-CONCILIA-FILENAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CONCILIA-STATUS.
000730
000740     SELECT DROP-FILE ASSIGN TO WS-DROP-FILENAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-DROP-STATUS.
000770
000780     SELECT PRESENCIA-FILE ASSIGN TO WS-PRESENCIA-FILENAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PRESENCIA-STATUS.
000810
000820     SELECT HOJA-FILE ASSIGN TO WS-HOJA-FILENAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-HOJA-STATUS.
000850
000860     SELECT ALERTA-FILE ASSIGN TO WS-ALERTA-FILENAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-ALERTA-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  FECHA-PROC-FILE.
000930 01  FECHA-PROC-LINE       PIC X(10).
000940
000950 FD  ARCHIVOS-FILE.
000960 01  ARCHIVOS-LINE         PIC X(40).
000970
000980 FD  REPORTE-FILE.
000990 01  REPORTE-LINE          PIC X(132).
001000
001010 FD  EXCEP-FILE.
001020 01  EXCEP-LINE            PIC X(187).
001030
001040 FD  GL-FILE.
001050 01  GL-LINE               PIC X(50).
001060
001070 FD  CLEARING-FILE.
001080 01  CLEARING-LINE         PIC X(50).
001090
001100 FD  CONCILIA-FILE.
001110 01  CONCILIA-LINE         PIC X(80).
001120
001130 FD  DROP-FILE.
001140 01  DROP-LINE             PIC X(120).
001150
001160 FD  PRESENCIA-FILE.
001170 01  PRESENCIA-LINE        PIC X(132).
001180
001190 FD  HOJA-FILE.
001200 01  HOJA-LINE             PIC X(110).
001210
001220 FD  ALERTA-FILE.
001230 01  ALERTA-LINE           PIC X(100).
001240
001250 WORKING-STORAGE SECTION.
001260 01  WS-FECHAPROC-STATUS  PIC XX.
001270     88  WS-FECHAPROC-OK      VALUE "00".
001280 01  WS-ARCHIVOS-STATUS   PIC XX.
001290     88  WS-ARCHIVOS-OK       VALUE "00".
001300 01  WS-ARCHIVOS-EOF      PIC X VALUE "N".
001310     88  WS-ARCHIVOS-FIN      VALUE "Y".
001320 01  WS-REPORTE-STATUS    PIC XX.
001330     88  WS-REPORTE-OK        VALUE "00".
001340 01  WS-REPORTE-EOF       PIC X VALUE "N".
001350     88  WS-REPORTE-FIN       VALUE "Y".
001360 01  WS-EXCEP-STATUS      PIC XX.
001370     88  WS-EXCEP-OK          VALUE "00".
001380 01  WS-EXCEP-EOF         PIC X VALUE "N".
001390     88  WS-EXCEP-FIN         VALUE "Y".
001400 01  WS-GL-STATUS         PIC XX.
001410     88  WS-GL-OK             VALUE "00".
001420 01  WS-GL-EOF            PIC X VALUE "N".
001430     88  WS-GL-FIN            VALUE "Y".
001440 01  WS-CLEARING-STATUS   PIC XX.
001450     88  WS-CLEARING-OK       VALUE "00".
001460 01  WS-CLEARING-EOF      PIC X VALUE "N".
001470     88  WS-CLEARING-FIN      VALUE "Y".
001480 01  WS-CONCILIA-STATUS   PIC XX.
001490     88  WS-CONCILIA-OK       VALUE "00".
001500 01  WS-CONCILIA-EOF      PIC X VALUE "N".
001510     88  WS-CONCILIA-FIN      VALUE "Y".
001520 01  WS-DROP-STATUS       PIC XX.
001530     88  WS-DROP-OK           VALUE "00".
001540 01  WS-DROP-EOF          PIC X VALUE "N".
001550     88  WS-DROP-FIN          VALUE "Y".
001560 01  WS-PRESENCIA-STATUS  PIC XX.
001570     88  WS-PRESENCIA-OK      VALUE "00".
001580 01  WS-ENTRADA-PRESENTE  PIC X VALUE "N".
001590     88  WS-HAY-ENTRADA       VALUE "Y".
001600 01  WS-HOJA-STATUS       PIC XX.
001610 01  WS-ALERTA-STATUS     PIC XX.
001620     88  WS-ALERTA-NOFILE     VALUE "35".
001630
001640 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
001650 01  WS-REPORTE-FILENAME  PIC X(40).
001660 01  WS-EXCEP-FILENAME    PIC X(40).
001670 01  WS-GL-FILENAME       PIC X(40).
001680 01  WS-CLEARING-FILENAME PIC X(40).
001690 01  WS-CONCILIA-FILENAME PIC X(40).
001700 01  WS-ORD-DROP-FILENAME PIC X(40).
001710 01  WS-INT-DROP-FILENAME PIC X(40) VALUE SPACES.
001720 01  WS-DROP-FILENAME     PIC X(40).
001730 01  WS-PRESENCIA-FILENAME PIC X(40).
001740 01  WS-HOJA-FILENAME     PIC X(40).
001750 01  WS-ALERTA-FILENAME   PIC X(40).
001760
001770 01  WS-DELIM             PIC X VALUE ",".
001780
001790******************************************************************
001800* Business date as a day number, and whether it closes the month
001810* (the month-end engine then leaves tomorrow's INTERESES drop)
001820******************************************************************
001830 01  WS-FECHA-EVAL        PIC X(8).
001840 01  WS-FECHA-NUM         PIC 9(8).
001850 01  WS-FECHA-INT         PIC 9(7) COMP VALUE 0.
001860 01  WS-FECHA-SIG         PIC 9(8) VALUE 0.
001870 01  WS-FECHA-SIG-X       REDEFINES WS-FECHA-SIG PIC X(8).
001880 01  WS-FIN-MES           PIC X VALUE "N".
001890     88  WS-ES-FIN-DE-MES     VALUE "Y".
001900
001910******************************************************************
001920* TR-ID ranges of the generated drops: the month-end engine
001930* numbers from 80001, the standing-order engine from 90001
001940******************************************************************
001950 01  WS-INT-ID-DESDE      PIC 9(5) VALUE 80001.
001960 01  WS-INT-ID-HASTA      PIC 9(5) VALUE 89999.
001970 01  WS-ORD-ID-DESDE      PIC 9(5) VALUE 90001.
001980 01  WS-ORD-ID-HASTA      PIC 9(5) VALUE 99999.
001990
002000******************************************************************
002010* The drops the posting run was given (ARCHIVOS.TXT, or data.csv
002020* alone when the list is missing or empty, same fallback as the
002030* posting run)
002040******************************************************************
002050 01  WS-ARCHIVOS-COUNT    PIC 9(4) COMP VALUE 0.
002060 01  WS-ARCHIVOS-TABLE.
002070     05  WS-ARCH-ENTRY OCCURS 1 TO 20 TIMES
002080             DEPENDING ON WS-ARCHIVOS-COUNT
002090             INDEXED BY ARCH-IDX.
002100         10  WS-ARCH-NOMBRE  PIC X(40).
002110 01  WS-ORD-EN-LISTA      PIC X VALUE "N".
002120     88  WS-ORD-REGISTRADA    VALUE "Y".
002130
002140******************************************************************
002150* What the posting run published: detail lines and distinct
002160* generated TR-IDs posted (an ITF line follows its movement under
002170* the same TR-ID, so only a change of TR-ID counts), BALANCE
002180* FINAL, and the outbound interbank section's lines and native
002190* amount total
002200******************************************************************
002210 01  WS-REP-PRESENTE      PIC X VALUE "N".
002220     88  WS-HAY-REPORTE       VALUE "Y".
002230 01  WS-REP-DETALLES      PIC 9(6) COMP VALUE 0.
002240 01  WS-REP-ID            PIC 9(5) VALUE 0.
002250 01  WS-REP-ID-ANT        PIC 9(5) VALUE 0.
002260 01  WS-REP-ORD-POST      PIC 9(6) COMP VALUE 0.
002270 01  WS-REP-INT-POST      PIC 9(6) COMP VALUE 0.
002280 01  WS-REP-BALANCE       PIC S9(9)V99 VALUE 0.
002290 01  WS-REP-BAL-LINEA     PIC X VALUE "N".
002300     88  WS-HAY-BALANCE       VALUE "Y".
002310 01  WS-REP-SECCION       PIC X VALUE "N".
002320     88  WS-REP-EN-EXTERNAS   VALUE "Y".
002330 01  WS-REP-EXT-CNT       PIC 9(6) COMP VALUE 0.
002340 01  WS-REP-EXT-HASH      PIC S9(9)V99 VALUE 0.
002350
002360******************************************************************
002370* Generated TR-IDs the posting run rejected (the first column of
002380* the rejected row, after the fixed EXCEPCIONES prefix)
002390******************************************************************
002400 01  WS-EXC-PRESENTE      PIC X VALUE "N".
002410     88  WS-HAY-EXCEPCIONES   VALUE "Y".
002420 01  WS-EXC-ID-TMP        PIC X(10).
002430 01  WS-EXC-ID            PIC 9(5) VALUE 0.
002440 01  WS-EXC-ORD-RECH      PIC 9(6) COMP VALUE 0.
002450 01  WS-EXC-INT-RECH      PIC 9(6) COMP VALUE 0.
002460
002470******************************************************************
002480* One GL feed record, same layout the posting run writes. The
002490* FX revaluation records follow BALANCE FINAL in the posting
002500* run, so they are counted apart and left out of the tie.
002510******************************************************************
002520 01  WS-GLF-PRESENTE      PIC X VALUE "N".
002530     88  WS-HAY-GLFEED        VALUE "Y".
002540 01  WS-GLF-REG.
002550     05  WS-GLF-ID       PIC 9(5).
002560     05  WS-GLF-TIPO     PIC X(15).
002570     05  WS-GLF-MONEDA   PIC X(3).
002580     05  WS-GLF-MONTO    PIC 9(7)V99.
002590     05  WS-GLF-BALANCE  PIC S9(9)V99 SIGN LEADING SEPARATE.
002600 01  WS-GLF-REGISTROS     PIC 9(6) COMP VALUE 0.
002610 01  WS-GLF-REVAL         PIC 9(6) COMP VALUE 0.
002620 01  WS-GLF-SALDO         PIC S9(9)V99 VALUE 0.
002630
002640******************************************************************
002650* The clearing file's control trailer, same layout the posting
002660* run writes; the last TRL in the file is the one that counts
002670******************************************************************
002680 01  WS-CLR-TRAILER.
002690     05  WS-CLT-MARCA    PIC X(3).
002700     05  WS-CLT-COUNT    PIC 9(6).
002710     05  WS-CLT-HASH     PIC S9(9)V99 SIGN LEADING SEPARATE.
002720 01  WS-CLR-PRESENTE      PIC X VALUE "N".
002730     88  WS-HAY-CLEARING      VALUE "Y".
002740 01  WS-CLR-TRL           PIC X VALUE "N".
002750     88  WS-HAY-TRL           VALUE "Y".
002760 01  WS-CLR-TRL-CNT       PIC 9(6) VALUE 0.
002770 01  WS-CLR-TRL-HASH      PIC S9(9)V99 VALUE 0.
002780
002790******************************************************************
002800* CONCILIA-GL summary line carrying the never-acknowledged count
002810******************************************************************
002820 01  WS-CGL-LINEA         PIC X VALUE "N".
002830     88  WS-HAY-SIN-ACUSE     VALUE "Y".
002840 01  WS-CGL-SIN-ACK       PIC 9(5) VALUE 0.
002850
002860******************************************************************
002870* A generated drop's TRAILER row (count,TRAILER,net)
002880******************************************************************
002890 01  WS-DRP-PRESENTE      PIC X VALUE "N".
002900     88  WS-HAY-DROP          VALUE "Y".
002910 01  WS-DRP-TRL           PIC X VALUE "N".
002920     88  WS-HAY-DRP-TRAILER   VALUE "Y".
002930 01  WS-DRP-TRL-CNT       PIC 9(6) VALUE 0.
002940 01  WS-DRP-CAMPO-1       PIC X(10).
002950 01  WS-DRP-CAMPO-2       PIC X(15).
002960
002970******************************************************************
002980* One control: its values, how they print ("C" count, "I"
002990* amount) and whether it can be proven ("V" verificable, "F"
003000* an input is missing - NO CUADRA, "N" nothing to prove today)
003010******************************************************************
003020 01  WS-VAL-ESP           PIC S9(9)V99 VALUE 0.
003030 01  WS-VAL-OBT           PIC S9(9)V99 VALUE 0.
003040 01  WS-CTL-FORMATO       PIC X VALUE "C".
003050     88  WS-CTL-CONTEO        VALUE "C".
003060     88  WS-CTL-IMPORTE       VALUE "I".
003070 01  WS-CTL-EVAL          PIC X VALUE "V".
003080     88  WS-CTL-VERIFICABLE   VALUE "V".
003090     88  WS-CTL-FALTA-DATO    VALUE "F".
003100     88  WS-CTL-NO-APLICA     VALUE "N".
003110 01  WS-ED-CNT            PIC Z(14)9.
003120 01  WS-ED-IMP            PIC -(11)9.99.
003130 01  WS-ED-5A             PIC 9(5).
003140 01  WS-ED-5B             PIC 9(5).
003150
003160 01  WS-CNT-CUADRA        PIC 9(4) COMP VALUE 0.
003170 01  WS-CNT-NO-CUADRA     PIC 9(4) COMP VALUE 0.
003180 01  WS-CNT-NO-APLICA     PIC 9(4) COMP VALUE 0.
003190
003200******************************************************************
003210* Expected files not found, each listed once
003220******************************************************************
003230 01  WS-FAL-COUNT         PIC 9(4) COMP VALUE 0.
003240 01  WS-FAL-TABLE.
003250     05  WS-FAL-ENTRY OCCURS 1 TO 40 TIMES
003260             DEPENDING ON WS-FAL-COUNT
003270             INDEXED BY FAL-IDX.
003280         10  WS-FAL-NOMBRE   PIC X(40).
003290 01  WS-FALTA-NOMBRE      PIC X(40).
003300 01  WS-FAL-HALLADO       PIC X VALUE "N".
003310     88  WS-FAL-YA-ANOTADO    VALUE "Y".
003320
003330 01  WS-COD-RETORNO       PIC 9(2) VALUE 0.
003340 01  WS-ESTADO-DIA        PIC X(10) VALUE SPACES.
003350
003360 01  WS-HEADER-1.
003370     05  FILLER          PIC X(44) VALUE
003380         "HOJA DE CONTROL DE FIN DE DIA - IBK".
003390
003400 01  WS-HEADER-2.
003410     05  FILLER          PIC X(110) VALUE ALL "-".
003420
003430 01  WS-FECHA-LINEA.
003440     05  FILLER          PIC X(18) VALUE "FECHA DE PROCESO: ".
003450     05  WS-FEC-FECHA    PIC X(8).
003460     05  FILLER          PIC X(3)  VALUE SPACES.
003470     05  WS-FEC-NOTA     PIC X(30).
003480
003490 01  WS-SECCION-LINEA.
003500     05  WS-SEC-TITULO   PIC X(40).
003510
003520 01  WS-CTL-COLUMNAS.
003530     05  FILLER          PIC X(42) VALUE "  CONTROL".
003540     05  FILLER          PIC X(15) VALUE "       ESPERADO".
003550     05  FILLER          PIC X(2)  VALUE SPACES.
003560     05  FILLER          PIC X(15) VALUE "       OBTENIDO".
003570     05  FILLER          PIC X(3)  VALUE SPACES.
003580     05  FILLER          PIC X(11) VALUE "RESULTADO".
003590     05  FILLER          PIC X(22) VALUE "OBSERVACION".
003600
003610 01  WS-CTL-LINEA.
003620     05  FILLER          PIC X(2)  VALUE SPACES.
003630     05  WS-CTL-NOMBRE   PIC X(40).
003640     05  WS-CTL-ESPERADO PIC X(15).
003650     05  FILLER          PIC X(2)  VALUE SPACES.
003660     05  WS-CTL-OBTENIDO PIC X(15).
003670     05  FILLER          PIC X(3)  VALUE SPACES.
003680     05  WS-CTL-RESULTADO PIC X(10).
003690     05  FILLER          PIC X(1)  VALUE SPACES.
003700     05  WS-CTL-OBS      PIC X(22).
003710
003720 01  WS-FALTA-LINEA.
003730     05  FILLER          PIC X(25) VALUE
003740         "  ARCHIVO NO ENCONTRADO: ".
003750     05  WS-FAL-ARCHIVO  PIC X(40).
003760
003770 01  WS-NINGUNO-LINEA.
003780     05  FILLER          PIC X(14) VALUE "  (NINGUNO)".
003790
003800 01  WS-RESUMEN-LINEA.
003810     05  WS-RES-ETIQUETA PIC X(36).
003820     05  WS-RES-CNT      PIC ZZZZZ9.
003830
003840 01  WS-RESULTADO-LINEA.
003850     05  FILLER          PIC X(36) VALUE "ESTADO DEL DIA:".
003860     05  WS-RSL-ESTADO   PIC X(10).
003870     05  FILLER          PIC X(22) VALUE
003880         "  CODIGO DE RETORNO: ".
003890     05  WS-RSL-CODIGO   PIC Z9.
003900
003910 01  WS-ALERTA-TEXTO.
003920     05  FILLER          PIC X(18) VALUE "  HOJA DE CONTROL ".
003930     05  WS-ALR-ESTADO   PIC X(10).
003940     05  FILLER          PIC X(22) VALUE
003950         "  CONTROLES NO CUADRAN".
003960     05  WS-ALR-DES      PIC ZZZ9.
003970     05  FILLER          PIC X(20) VALUE "  ARCHIVOS FALTANTES".
003980     05  WS-ALR-FAL      PIC ZZZ9.
003990
004000 PROCEDURE DIVISION.
004010******************************************************************
004020* 0000-MAINLINE
004030******************************************************************
004040 0000-MAINLINE.
004050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004060     PERFORM 1100-LOAD-ARCHIVOS THRU 1100-EXIT.
004070     PERFORM 2000-LEE-REPORTE THRU 2000-EXIT.
004080     PERFORM 2500-LEE-EXCEPCIONES THRU 2500-EXIT.
004090     PERFORM 2800-LEE-GLFEED THRU 2800-EXIT.
004100     PERFORM 3000-CONTROL-ORDENES THRU 3000-EXIT.
004110     PERFORM 3200-CONTROL-INTERESES THRU 3200-EXIT.
004120     PERFORM 4000-CONTROL-GLFEED THRU 4000-EXIT.
004130     PERFORM 4500-CONTROL-INTERBANCARIO THRU 4500-EXIT.
004140     PERFORM 5000-CONTROL-CONCILIA THRU 5000-EXIT.
004150     PERFORM 6000-VERIFICA-ARCHIVOS THRU 6000-EXIT.
004160     PERFORM 8000-SHOW-RESUMEN THRU 8000-EXIT.
004170     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004180     MOVE WS-COD-RETORNO TO RETURN-CODE
004190     STOP RUN.
004200
004210******************************************************************
004220* 1000-INITIALIZE - Check the business date, build the
004230*                   date-stamped filenames, tell whether the
004240*                   date closes the month and start the sheet.
004250*                   Without a usable date no step's output can
004260*                   be found, so the run stops with code 16.
004270******************************************************************
004280 1000-INITIALIZE.
004290     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
004300     MOVE WS-BATCH-FECHA TO WS-FECHA-EVAL
004310     PERFORM 1050-FECHA-A-ENTERO THRU 1050-EXIT
004320     IF WS-FECHA-INT = 0
004330         DISPLAY "HOJA-CONTROL: FECHA-PROCESO.TXT SIN"
004340             " FECHA YYYYMMDD UTILIZABLE - PASO OMITIDO"
004350         MOVE 16 TO RETURN-CODE
004360         STOP RUN
004370     END-IF
004380     COMPUTE WS-FECHA-SIG =
004390         FUNCTION DATE-OF-INTEGER (WS-FECHA-INT + 1)
004400     IF WS-FECHA-SIG-X (5:2) NOT = WS-BATCH-FECHA (5:2)
004410         SET WS-ES-FIN-DE-MES TO TRUE
004420     END-IF
004430     MOVE SPACES TO WS-REPORTE-FILENAME
004440     STRING "REPORTE-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
004450         INTO WS-REPORTE-FILENAME
004460     MOVE SPACES TO WS-EXCEP-FILENAME
004470     STRING "EXCEPCIONES-" WS-BATCH-FECHA ".TXT"
004480         DELIMITED BY SIZE INTO WS-EXCEP-FILENAME
004490     MOVE SPACES TO WS-GL-FILENAME
004500     STRING "GLFEED-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
004510         INTO WS-GL-FILENAME
004520     MOVE SPACES TO WS-CLEARING-FILENAME
004530     STRING "INTERBANCARIO-" WS-BATCH-FECHA ".TXT"
004540         DELIMITED BY SIZE INTO WS-CLEARING-FILENAME
004550     MOVE SPACES TO WS-CONCILIA-FILENAME
004560     STRING "CONCILIA-GL-" WS-BATCH-FECHA ".TXT"
004570         DELIMITED BY SIZE INTO WS-CONCILIA-FILENAME
004580     MOVE SPACES TO WS-ORD-DROP-FILENAME
004590     STRING "ORDENES-GEN-" WS-BATCH-FECHA ".CSV"
004600         DELIMITED BY SIZE INTO WS-ORD-DROP-FILENAME
004610     MOVE SPACES TO WS-HOJA-FILENAME
004620     STRING "HOJA-CONTROL-" WS-BATCH-FECHA ".TXT"
004630         DELIMITED BY SIZE INTO WS-HOJA-FILENAME
004640     MOVE SPACES TO WS-ALERTA-FILENAME
004650     STRING "ALERTA-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
004660         INTO WS-ALERTA-FILENAME
004670     OPEN OUTPUT HOJA-FILE
004680     WRITE HOJA-LINE FROM WS-HEADER-2
004690     WRITE HOJA-LINE FROM WS-HEADER-1
004700     WRITE HOJA-LINE FROM WS-HEADER-2
004710     MOVE WS-BATCH-FECHA TO WS-FEC-FECHA
004720     IF WS-ES-FIN-DE-MES
004730         MOVE "(CIERRE DE MES)" TO WS-FEC-NOTA
004740     ELSE
004750         MOVE SPACES TO WS-FEC-NOTA
004760     END-IF
004770     WRITE HOJA-LINE FROM WS-FECHA-LINEA
004780     MOVE SPACES TO HOJA-LINE
004790     WRITE HOJA-LINE
004800     MOVE "CONTROLES ENTRE PASOS" TO WS-SEC-TITULO
004810     WRITE HOJA-LINE FROM WS-SECCION-LINEA
004820     WRITE HOJA-LINE FROM WS-CTL-COLUMNAS.
004830 1000-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
004880*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
004890*                          first line). WS-BATCH-FECHA keeps its
004900*                          "SINFECHA" default if the control file
004910*                          is missing or blank, same as the
004920*                          posting run.
004930******************************************************************
004940 1030-LOAD-FECHA-PROCESO.
004950     OPEN INPUT FECHA-PROC-FILE
004960     IF NOT WS-FECHAPROC-OK
004970         GO TO 1030-EXIT
004980     END-IF
004990     READ FECHA-PROC-FILE
005000         AT END
005010             CONTINUE
005020         NOT AT END
005030             IF FECHA-PROC-LINE (1:8) NOT = SPACES
005040                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
005050             END-IF
005060     END-READ
005070     CLOSE FECHA-PROC-FILE.
005080 1030-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120* 1050-FECHA-A-ENTERO - Day number of the YYYYMMDD date in
005130*                       WS-FECHA-EVAL, or 0 when it is not a date
005140******************************************************************
005150 1050-FECHA-A-ENTERO.
005160     MOVE 0 TO WS-FECHA-INT
005170     IF WS-FECHA-EVAL NOT NUMERIC
005180         GO TO 1050-EXIT
005190     END-IF
005200     MOVE WS-FECHA-EVAL TO WS-FECHA-NUM
005210     IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-NUM) NOT = 0
005220         GO TO 1050-EXIT
005230     END-IF
005240     COMPUTE WS-FECHA-INT =
005250         FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM).
005260 1050-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300* 1100-LOAD-ARCHIVOS - Load the drops the posting run was given
005310*                      from ARCHIVOS.TXT, noting whether today's
005320*                      standing-order drop was registered and
005330*                      which INTERESES drop (the previous
005340*                      month-end's) was posted today
005350******************************************************************
005360 1100-LOAD-ARCHIVOS.
005370     OPEN INPUT ARCHIVOS-FILE
005380     IF NOT WS-ARCHIVOS-OK
005390         GO TO 1100-DEFAULT
005400     END-IF
005410     PERFORM UNTIL WS-ARCHIVOS-FIN
005420         READ ARCHIVOS-FILE
005430             AT END
005440                 SET WS-ARCHIVOS-FIN TO TRUE
005450             NOT AT END
005460                 IF ARCHIVOS-LINE NOT = SPACES
005470                     PERFORM 1110-ADD-ARCHIVO THRU 1110-EXIT
005480                 END-IF
005490         END-READ
005500     END-PERFORM
005510     CLOSE ARCHIVOS-FILE
005520     IF WS-ARCHIVOS-COUNT > 0
005530         GO TO 1100-EXIT
005540     END-IF.
005550 1100-DEFAULT.
005560     MOVE "data.csv" TO ARCHIVOS-LINE
005570     PERFORM 1110-ADD-ARCHIVO THRU 1110-EXIT.
005580 1100-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620* 1110-ADD-ARCHIVO - Append one drop name to the list, bounded
005630*                    at 20 entries like the posting run's own
005640******************************************************************
005650 1110-ADD-ARCHIVO.
005660     IF WS-ARCHIVOS-COUNT NOT < 20
005670         GO TO 1110-EXIT
005680     END-IF
005690     ADD 1 TO WS-ARCHIVOS-COUNT
005700     SET ARCH-IDX TO WS-ARCHIVOS-COUNT
005710     MOVE ARCHIVOS-LINE TO WS-ARCH-NOMBRE (ARCH-IDX)
005720     IF ARCHIVOS-LINE = WS-ORD-DROP-FILENAME
005730         SET WS-ORD-REGISTRADA TO TRUE
005740     END-IF
005750     IF ARCHIVOS-LINE (1:10) = "INTERESES-"
005760         MOVE ARCHIVOS-LINE TO WS-INT-DROP-FILENAME
005770     END-IF.
005780 1110-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820* 2000-LEE-REPORTE - Read the posting run's REPORTE once and keep
005830*                    every figure the controls need from it
005840******************************************************************
005850 2000-LEE-REPORTE.
005860     OPEN INPUT REPORTE-FILE
005870     IF NOT WS-REPORTE-OK
005880         MOVE WS-REPORTE-FILENAME TO WS-FALTA-NOMBRE
005890         PERFORM 7100-ANOTA-FALTANTE THRU 7100-EXIT
005900         GO TO 2000-EXIT
005910     END-IF
005920     SET WS-HAY-REPORTE TO TRUE
005930     PERFORM UNTIL WS-REPORTE-FIN
005940         READ REPORTE-FILE
005950             AT END
005960                 SET WS-REPORTE-FIN TO TRUE
005970             NOT AT END
005980                 PERFORM 2100-ANALIZA-REPORTE THRU 2100-EXIT
005990         END-READ
006000     END-PERFORM
006010     CLOSE REPORTE-FILE.
006020 2000-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060* 2100-ANALIZA-REPORTE - Classify one REPORTE line: a posted
006070*                        detail line, the BALANCE FINAL line, or
006080*                        a line of the outbound interbank section
006090*                        (header, then one "  BANCO" line per
006100*                        transfer, ended by its summary line)
006110******************************************************************
006120 2100-ANALIZA-REPORTE.
006130     IF REPORTE-LINE (1:4) = "ID: "
006140             AND REPORTE-LINE (5:5) IS NUMERIC
006150         ADD 1 TO WS-REP-DETALLES
006160         MOVE REPORTE-LINE (5:5) TO WS-REP-ID
006170         IF WS-REP-ID NOT = WS-REP-ID-ANT
006180             MOVE WS-REP-ID TO WS-REP-ID-ANT
006190             IF WS-REP-ID NOT < WS-ORD-ID-DESDE
006200                     AND WS-REP-ID NOT > WS-ORD-ID-HASTA
006210                 ADD 1 TO WS-REP-ORD-POST
006220             END-IF
006230             IF WS-REP-ID NOT < WS-INT-ID-DESDE
006240                     AND WS-REP-ID NOT > WS-INT-ID-HASTA
006250                 ADD 1 TO WS-REP-INT-POST
006260             END-IF
006270         END-IF
006280         GO TO 2100-EXIT
006290     END-IF
006300     IF REPORTE-LINE (1:28) = "BALANCE FINAL (CONSOL. PEN):"
006310         MOVE FUNCTION NUMVAL (REPORTE-LINE (31:13))
006320             TO WS-REP-BALANCE
006330         SET WS-HAY-BALANCE TO TRUE
006340         GO TO 2100-EXIT
006350     END-IF
006360     IF REPORTE-LINE (1:39) =
006370             "TRANSFERENCIAS INTERBANCARIAS ENVIADAS:"
006380         SET WS-REP-EN-EXTERNAS TO TRUE
006390         GO TO 2100-EXIT
006400     END-IF
006410     IF WS-REP-EN-EXTERNAS
006420         IF REPORTE-LINE (1:8) = "  BANCO "
006430             ADD 1 TO WS-REP-EXT-CNT
006440             ADD FUNCTION NUMVAL (REPORTE-LINE (37:8))
006450                 TO WS-REP-EXT-HASH
006460         ELSE
006470             MOVE "N" TO WS-REP-SECCION
006480         END-IF
006490     END-IF.
006500 2100-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540* 2500-LEE-EXCEPCIONES - Count the generated TR-IDs the posting
006550*                        run rejected
006560******************************************************************
006570 2500-LEE-EXCEPCIONES.
006580     OPEN INPUT EXCEP-FILE
006590     IF NOT WS-EXCEP-OK
006600         MOVE WS-EXCEP-FILENAME TO WS-FALTA-NOMBRE
006610         PERFORM 7100-ANOTA-FALTANTE THRU 7100-EXIT
006620         GO TO 2500-EXIT
006630     END-IF
006640     SET WS-HAY-EXCEPCIONES TO TRUE
006650     PERFORM UNTIL WS-EXCEP-FIN
006660         READ EXCEP-FILE
006670             AT END
006680                 SET WS-EXCEP-FIN TO TRUE
006690             NOT AT END
006700                 PERFORM 2600-ANALIZA-EXCEPCION THRU 2600-EXIT
006710         END-READ
006720     END-PERFORM
006730     CLOSE EXCEP-FILE.
006740 2500-EXIT.
006750     EXIT.
006760
006770******************************************************************
006780* 2600-ANALIZA-EXCEPCION - The rejected row starts at column 68,
006790*                          after "LINEA #", the line number and
006800*                          the reason; its first column is the
006810*                          TR-ID. A file that could not be
006820*                          opened is logged with its name there
006830*                          and carries no TR-ID.
006840******************************************************************
006850 2600-ANALIZA-EXCEPCION.
006860     IF EXCEP-LINE (1:7) NOT = "LINEA #"
006870         GO TO 2600-EXIT
006880     END-IF
006890     MOVE SPACES TO WS-EXC-ID-TMP
006900     UNSTRING EXCEP-LINE (68:) DELIMITED BY WS-DELIM
006910         INTO WS-EXC-ID-TMP
006920     IF WS-EXC-ID-TMP = SPACES
006930         GO TO 2600-EXIT
006940     END-IF
006950     IF FUNCTION TEST-NUMVAL (WS-EXC-ID-TMP) NOT = 0
006960         GO TO 2600-EXIT
006970     END-IF
006980     MOVE FUNCTION NUMVAL (WS-EXC-ID-TMP) TO WS-EXC-ID
006990     IF WS-EXC-ID NOT < WS-ORD-ID-DESDE
007000             AND WS-EXC-ID NOT > WS-ORD-ID-HASTA
007010         ADD 1 TO WS-EXC-ORD-RECH
007020     END-IF
007030     IF WS-EXC-ID NOT < WS-INT-ID-DESDE
007040             AND WS-EXC-ID NOT > WS-INT-ID-HASTA
007050         ADD 1 TO WS-EXC-INT-RECH
007060     END-IF.
007070 2600-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110* 2800-LEE-GLFEED - Count the GL feed records and keep the
007120*                   running balance of the last one written
007130*                   before BALANCE FINAL
007140******************************************************************
007150 2800-LEE-GLFEED.
007160     OPEN INPUT GL-FILE
007170     IF NOT WS-GL-OK
007180         MOVE WS-GL-FILENAME TO WS-FALTA-NOMBRE
007190         PERFORM 7100-ANOTA-FALTANTE THRU 7100-EXIT
007200         GO TO 2800-EXIT
007210     END-IF
007220     SET WS-HAY-GLFEED TO TRUE
007230     PERFORM UNTIL WS-GL-FIN
007240         READ GL-FILE
007250             AT END
007260                 SET WS-GL-FIN TO TRUE
007270             NOT AT END
007280                 PERFORM 2900-ANALIZA-GLFEED THRU 2900-EXIT
007290         END-READ
007300     END-PERFORM
007310     CLOSE GL-FILE.
007320 2800-EXIT.
007330     EXIT.
007340
007350******************************************************************
007360* 2900-ANALIZA-GLFEED - Count one feed record
007370******************************************************************
007380 2900-ANALIZA-GLFEED.
007390     IF GL-LINE = SPACES
007400         GO TO 2900-EXIT
007410     END-IF
007420     MOVE GL-LINE TO WS-GLF-REG
007430     IF WS-GLF-TIPO (1:11) = "REVALUACION"
007440         ADD 1 TO WS-GLF-REVAL
007450         GO TO 2900-EXIT
007460     END-IF
007470     ADD 1 TO WS-GLF-REGISTROS
007480     IF WS-GLF-BALANCE IS NUMERIC
007490         MOVE WS-GLF-BALANCE TO WS-GLF-SALDO
007500     END-IF.
007510 2900-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550* 3000-CONTROL-ORDENES - Today's standing-order drop: its
007560*                        TRAILER count against the 90001+ TR-IDs
007570*                        posted plus rejected. No drop and no
007580*                        such TR-ID means no order fell due.
007590******************************************************************
007600 3000-CONTROL-ORDENES.
007610     MOVE "ORDENES-GEN: TRAILER VS IDS 90001+"
007620         TO WS-CTL-NOMBRE
007630     SET WS-CTL-CONTEO TO TRUE
007640     MOVE SPACES TO WS-CTL-OBS
007650     MOVE WS-ORD-DROP-FILENAME TO WS-DROP-FILENAME
007660     PERFORM 3500-LEE-TRAILER THRU 3500-EXIT
007670     COMPUTE WS-VAL-OBT = WS-REP-ORD-POST + WS-EXC-ORD-RECH
007680     MOVE WS-REP-ORD-POST TO WS-ED-5A
007690     MOVE WS-EXC-ORD-RECH TO WS-ED-5B
007700     EVALUATE TRUE
007710         WHEN NOT WS-HAY-DROP AND WS-ORD-REGISTRADA
007720             MOVE WS-ORD-DROP-FILENAME TO WS-FALTA-NOMBRE
007730             PERFORM 7100-ANOTA-FALTANTE THRU 7100-EXIT
007740             SET WS-CTL-FALTA-DATO TO TRUE
007750             MOVE "FALTA ARCHIVO" TO WS-CTL-OBS
007760         WHEN NOT WS-HAY-DROP AND WS-VAL-OBT = 0
007770             SET WS-CTL-NO-APLICA TO TRUE
007780             MOVE "SIN ORDENES HOY" TO WS-CTL-OBS
007790         WHEN NOT WS-HAY-DROP
007800             SET WS-CTL-VERIFICABLE TO TRUE
007810             MOVE 0 TO WS-VAL-ESP
007820             MOVE "IDS SIN ARCHIVO" TO WS-CTL-OBS
007830         WHEN NOT WS-HAY-DRP-TRAILER
007840             SET WS-CTL-FALTA-DATO TO TRUE
007850             MOVE "ARCHIVO SIN TRAILER" TO WS-CTL-OBS
007860         WHEN NOT WS-HAY-REPORTE OR NOT WS-HAY-EXCEPCIONES
007870             SET WS-CTL-FALTA-DATO TO TRUE
007880             MOVE "FALTA REPORTE/EXCEP." TO WS-CTL-OBS
007890         WHEN OTHER
007900             SET WS-CTL-VERIFICABLE TO TRUE
007910             MOVE WS-DRP-TRL-CNT TO WS-VAL-ESP
007920             STRING "POST/RECH " WS-ED-5A "/" WS-ED-5B
007930                 DELIMITED BY SIZE INTO WS-CTL-OBS
007940     END-EVALUATE
007950     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
007960 3000-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000* 3200-CONTROL-INTERESES - The month-end drop posted today (the
008010*                          INTERESES file listed in ARCHIVOS.TXT):
008020*                          its TRAILER count against the 80001+
008030*                          TR-IDs posted plus rejected
008040******************************************************************
008050 3200-CONTROL-INTERESES.
008060     MOVE "INTERESES: TRAILER VS IDS 80001+"
008070         TO WS-CTL-NOMBRE
008080     SET WS-CTL-CONTEO TO TRUE
008090     MOVE SPACES TO WS-CTL-OBS
008100     COMPUTE WS-VAL-OBT = WS-REP-INT-POST + WS-EXC-INT-RECH
008110     MOVE WS-REP-INT-POST TO WS-ED-5A
008120     MOVE WS-EXC-INT-RECH TO WS-ED-5B
008130     IF WS-INT-DROP-FILENAME = SPACES
008140         IF WS-VAL-OBT = 0
008150             SET WS-CTL-NO-APLICA TO TRUE
008160             MOVE "SIN INTERESES HOY" TO WS-CTL-OBS
008170         ELSE
008180             SET WS-CTL-VERIFICABLE TO TRUE
008190             MOVE 0 TO WS-VAL-ESP
008200             MOVE "IDS SIN ARCHIVO" TO WS-CTL-OBS
008210         END-IF
008220         GO TO 3200-WRITE
008230     END-IF
008240     MOVE WS-INT-DROP-FILENAME TO WS-DROP-FILENAME
008250     PERFORM 3500-LEE-TRAILER THRU 3500-EXIT
008260     EVALUATE TRUE
008270         WHEN NOT WS-HAY-DROP
008280             MOVE WS-INT-DROP-FILENAME TO WS-FALTA-NOMBRE
008290             PERFORM 7100-ANOTA-FALTANTE THRU 7100-EXIT
008300             SET WS-CTL-FALTA-DATO TO TRUE
008310             MOVE "FALTA ARCHIVO" TO WS-CTL-OBS
008320         WHEN NOT WS-HAY-DRP-TRAILER
008330             SET WS-CTL-FALTA-DATO TO TRUE
008340             MOVE "ARCHIVO SIN TRAILER" TO WS-CTL-OBS
008350         WHEN NOT WS-HAY-REPORTE OR NOT WS-HAY-EXCEPCIONES
008360             SET WS-CTL-FALTA-DATO TO TRUE
008370             MOVE "FALTA REPORTE/EXCEP." TO WS-CTL-OBS
008380         WHEN OTHER
008390             SET WS-CTL-VERIFICABLE TO TRUE
008400             MOVE WS-DRP-TRL-CNT TO WS-VAL-ESP
008410             STRING "POST/RECH " WS-ED-5A "/" WS-ED-5B
008420                 DELIMITED BY SIZE INTO WS-CTL-OBS
008430     END-EVALUATE.
008440 3200-WRITE.
008450     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
008460 3200-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500* 3500-LEE-TRAILER - Open the drop named in WS-DROP-FILENAME and
008510*                    take the row count from its TRAILER row
008520******************************************************************
008530 3500-LEE-TRAILER.
008540     MOVE "N" TO WS-DRP-PRESENTE
008550     MOVE "N" TO WS-DRP-TRL
008560     MOVE "N" TO WS-DROP-EOF
008570     MOVE 0 TO WS-DRP-TRL-CNT
008580     OPEN INPUT DROP-FILE
008590     IF NOT WS-DROP-OK
008600         GO TO 3500-EXIT
008610     END-IF
008620     SET WS-HAY-DROP TO TRUE
008630     PERFORM UNTIL WS-DROP-FIN
008640         READ DROP-FILE
008650             AT END
008660                 SET WS-DROP-FIN TO TRUE
008670             NOT AT END
008680                 PERFORM 3510-ANALIZA-DROP THRU 3510-EXIT
008690         END-READ
008700     END-PERFORM
008710     CLOSE DROP-FILE.
008720 3500-EXIT.
008730     EXIT.
008740
008750******************************************************************
008760* 3510-ANALIZA-DROP - Pick up the count of a count,TRAILER,net
008770*                     row
008780******************************************************************
008790 3510-ANALIZA-DROP.
008800     MOVE SPACES TO WS-DRP-CAMPO-1
008810     MOVE SPACES TO WS-DRP-CAMPO-2
008820     UNSTRING DROP-LINE DELIMITED BY WS-DELIM
008830         INTO WS-DRP-CAMPO-1, WS-DRP-CAMPO-2
008840     IF WS-DRP-CAMPO-2 NOT = "TRAILER"
008850             OR WS-DRP-CAMPO-1 = SPACES
008860         GO TO 3510-EXIT
008870     END-IF
008880     IF FUNCTION TEST-NUMVAL (WS-DRP-CAMPO-1) NOT = 0
008890         GO TO 3510-EXIT
008900     END-IF
008910     ADD FUNCTION NUMVAL (WS-DRP-CAMPO-1) TO WS-DRP-TRL-CNT
008920     SET WS-HAY-DRP-TRAILER TO TRUE.
008930 3510-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 4000-CONTROL-GLFEED - The GL feed against the REPORTE it was
008980*                       written with: one feed record per detail
008990*                       line, and the running balance of the
009000*                       last one equal to BALANCE FINAL
009010******************************************************************
009020 4000-CONTROL-GLFEED.
009030     MOVE "GLFEED: REGISTROS VS DETALLE REPORTE"
009040         TO WS-CTL-NOMBRE
009050     SET WS-CTL-CONTEO TO TRUE
009060     MOVE SPACES TO WS-CTL-OBS
009070     IF NOT WS-HAY-GLFEED OR NOT WS-HAY-REPORTE
009080         SET WS-CTL-FALTA-DATO TO TRUE
009090         MOVE "FALTA GLFEED/REPORTE" TO WS-CTL-OBS
009100     ELSE
009110         SET WS-CTL-VERIFICABLE TO TRUE
009120         MOVE WS-REP-DETALLES TO WS-VAL-ESP
009130         MOVE WS-GLF-REGISTROS TO WS-VAL-OBT
009140         IF WS-GLF-REVAL > 0
009150             MOVE WS-GLF-REVAL TO WS-ED-5A
009160             STRING "MAS REVALUACION " WS-ED-5A
009170                 DELIMITED BY SIZE INTO WS-CTL-OBS
009180         END-IF
009190     END-IF
009200     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT
009210
009220     MOVE "GLFEED: SALDO VS BALANCE FINAL REPORTE"
009230         TO WS-CTL-NOMBRE
009240     SET WS-CTL-IMPORTE TO TRUE
009250     MOVE SPACES TO WS-CTL-OBS
009260     EVALUATE TRUE
009270         WHEN NOT WS-HAY-GLFEED OR NOT WS-HAY-REPORTE
009280             SET WS-CTL-FALTA-DATO TO TRUE
009290             MOVE "FALTA GLFEED/REPORTE" TO WS-CTL-OBS
009300         WHEN NOT WS-HAY-BALANCE
009310             SET WS-CTL-FALTA-DATO TO TRUE
009320             MOVE "REPORTE SIN BALANCE" TO WS-CTL-OBS
009330         WHEN OTHER
009340             SET WS-CTL-VERIFICABLE TO TRUE
009350             MOVE WS-REP-BALANCE TO WS-VAL-ESP
009360             MOVE WS-GLF-SALDO TO WS-VAL-OBT
009370     END-EVALUATE
009380     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
009390 4000-EXIT.
009400     EXIT.
009410
009420******************************************************************
009430* 4500-CONTROL-INTERBANCARIO - The outbound clearing file's TRL
009440*                              count and hash (native amounts)
009450*                              against the REPORTE section of
009460*                              interbank transfers sent
009470******************************************************************
009480 4500-CONTROL-INTERBANCARIO.
009490     OPEN INPUT CLEARING-FILE
009500     IF WS-CLEARING-OK
009510         SET WS-HAY-CLEARING TO TRUE
009520         PERFORM UNTIL WS-CLEARING-FIN
009530             READ CLEARING-FILE
009540                 AT END
009550                     SET WS-CLEARING-FIN TO TRUE
009560                 NOT AT END
009570                     PERFORM 4510-ANALIZA-CLEARING
009580                         THRU 4510-EXIT
009590             END-READ
009600         END-PERFORM
009610         CLOSE CLEARING-FILE
009620     ELSE
009630         MOVE WS-CLEARING-FILENAME TO WS-FALTA-NOMBRE
009640         PERFORM 7100-ANOTA-FALTANTE THRU 7100-EXIT
009650     END-IF
009660
009670     MOVE "INTERBANCARIO: TRL CONTEO VS REPORTE"
009680         TO WS-CTL-NOMBRE
009690     SET WS-CTL-CONTEO TO TRUE
009700     PERFORM 4600-EVALUA-CLEARING THRU 4600-EXIT
009710     MOVE WS-CLR-TRL-CNT TO WS-VAL-ESP
009720     MOVE WS-REP-EXT-CNT TO WS-VAL-OBT
009730     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT
009740
009750     MOVE "INTERBANCARIO: TRL HASH VS REPORTE"
009760         TO WS-CTL-NOMBRE
009770     SET WS-CTL-IMPORTE TO TRUE
009780     PERFORM 4600-EVALUA-CLEARING THRU 4600-EXIT
009790     MOVE WS-CLR-TRL-HASH TO WS-VAL-ESP
009800     MOVE WS-REP-EXT-HASH TO WS-VAL-OBT
009810     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
009820 4500-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860* 4510-ANALIZA-CLEARING - Keep the figures of a TRL record
009870******************************************************************
009880 4510-ANALIZA-CLEARING.
009890     IF CLEARING-LINE (1:3) NOT = "TRL"
009900         GO TO 4510-EXIT
009910     END-IF
009920     MOVE CLEARING-LINE TO WS-CLR-TRAILER
009930     IF WS-CLT-COUNT IS NUMERIC AND WS-CLT-HASH IS NUMERIC
009940         MOVE WS-CLT-COUNT TO WS-CLR-TRL-CNT
009950         MOVE WS-CLT-HASH TO WS-CLR-TRL-HASH
009960         SET WS-HAY-TRL TO TRUE
009970     END-IF.
009980 4510-EXIT.
009990     EXIT.
010000
010010******************************************************************
010020* 4600-EVALUA-CLEARING - Whether the clearing controls can be
010030*                        proven
010040******************************************************************
010050 4600-EVALUA-CLEARING.
010060     MOVE SPACES TO WS-CTL-OBS
010070     EVALUATE TRUE
010080         WHEN NOT WS-HAY-CLEARING OR NOT WS-HAY-REPORTE
010090             SET WS-CTL-FALTA-DATO TO TRUE
010100             MOVE "FALTA CLEARING/REPORTE" TO WS-CTL-OBS
010110         WHEN NOT WS-HAY-TRL
010120             SET WS-CTL-FALTA-DATO TO TRUE
010130             MOVE "ARCHIVO SIN TRL" TO WS-CTL-OBS
010140         WHEN OTHER
010150             SET WS-CTL-VERIFICABLE TO TRUE
010160     END-EVALUATE.
010170 4600-EXIT.
010180     EXIT.
010190
010200******************************************************************
010210* 5000-CONTROL-CONCILIA - The GL acknowledgment reconciliation
010220*                         must show no record left without
010230*                         acknowledgment. No CONCILIA-GL file
010240*                         means the ledger's return file never
010250*                         arrived, so nothing is proven.
010260******************************************************************
010270 5000-CONTROL-CONCILIA.
010280     MOVE "CONCILIA-GL: SIN ACUSE DE RECIBO = 0"
010290         TO WS-CTL-NOMBRE
010300     SET WS-CTL-CONTEO TO TRUE
010310     MOVE SPACES TO WS-CTL-OBS
010320     MOVE 0 TO WS-VAL-ESP
010330     OPEN INPUT CONCILIA-FILE
010340     IF NOT WS-CONCILIA-OK
010350         MOVE WS-CONCILIA-FILENAME TO WS-FALTA-NOMBRE
010360         PERFORM 7100-ANOTA-FALTANTE THRU 7100-EXIT
010370         SET WS-CTL-FALTA-DATO TO TRUE
010380         MOVE "FALTA ARCHIVO" TO WS-CTL-OBS
010390         GO TO 5000-WRITE
010400     END-IF
010410     PERFORM UNTIL WS-CONCILIA-FIN
010420         READ CONCILIA-FILE
010430             AT END
010440                 SET WS-CONCILIA-FIN TO TRUE
010450             NOT AT END
010460                 IF CONCILIA-LINE (1:20) =
010470                         "SIN ACUSE DE RECIBO:"
010480                     MOVE FUNCTION NUMVAL (CONCILIA-LINE (25:5))
010490                         TO WS-CGL-SIN-ACK
010500                     SET WS-HAY-SIN-ACUSE TO TRUE
010510                 END-IF
010520         END-READ
010530     END-PERFORM
010540     CLOSE CONCILIA-FILE
010550     IF WS-HAY-SIN-ACUSE
010560         SET WS-CTL-VERIFICABLE TO TRUE
010570         MOVE WS-CGL-SIN-ACK TO WS-VAL-OBT
010580     ELSE
010590         SET WS-CTL-FALTA-DATO TO TRUE
010600         MOVE "SIN LINEA DE RESUMEN" TO WS-CTL-OBS
010610     END-IF.
010620 5000-WRITE.
010630     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
010640 5000-EXIT.
010650     EXIT.
010660
010670******************************************************************
010680* 6000-VERIFICA-ARCHIVOS - The other reports every night leaves,
010690*                          every drop the posting run was given
010700*                          and, on the last day of the month,
010710*                          tomorrow's INTERESES drop must exist.
010720*                          Master maintenance and the standing-
010730*                          order engine stop without a report when
010740*                          their input file is absent, so their
010750*                          reports are only expected when the
010760*                          input exists.
010770******************************************************************
010780 6000-VERIFICA-ARCHIVOS.
010790     MOVE "CAMBIOS-MAESTRO.TXT" TO WS-PRESENCIA-FILENAME
010800     PERFORM 6050-EXISTE-ENTRADA THRU 6050-EXIT
010810     IF WS-HAY-ENTRADA
010820         MOVE SPACES TO WS-PRESENCIA-FILENAME
010830         STRING "AUDITORIA-MAESTRO-" WS-BATCH-FECHA ".TXT"
010840             DELIMITED BY SIZE INTO WS-PRESENCIA-FILENAME
010850         PERFORM 6100-VERIFICA-UNO THRU 6100-EXIT
010860     END-IF
010870     MOVE "ORDENES-PERMANENTES.TXT" TO WS-PRESENCIA-FILENAME
010880     PERFORM 6050-EXISTE-ENTRADA THRU 6050-EXIT
010890     IF WS-HAY-ENTRADA
010900         MOVE SPACES TO WS-PRESENCIA-FILENAME
010910         STRING "EXCEPCIONES-ORDENES-" WS-BATCH-FECHA ".TXT"
010920             DELIMITED BY SIZE INTO WS-PRESENCIA-FILENAME
010930         PERFORM 6100-VERIFICA-UNO THRU 6100-EXIT
010940     END-IF
010950     MOVE SPACES TO WS-PRESENCIA-FILENAME
010960     STRING "SOSPECHOSAS-" WS-BATCH-FECHA ".TXT"
010970         DELIMITED BY SIZE INTO WS-PRESENCIA-FILENAME
010980     PERFORM 6100-VERIFICA-UNO THRU 6100-EXIT
010990     MOVE SPACES TO WS-PRESENCIA-FILENAME
011000     STRING "INACTIVIDAD-" WS-BATCH-FECHA ".TXT"
011010         DELIMITED BY SIZE INTO WS-PRESENCIA-FILENAME
011020     PERFORM 6100-VERIFICA-UNO THRU 6100-EXIT
011030     IF WS-ES-FIN-DE-MES
011040         MOVE SPACES TO WS-PRESENCIA-FILENAME
011050         STRING "INTERESES-" WS-BATCH-FECHA ".CSV"
011060             DELIMITED BY SIZE INTO WS-PRESENCIA-FILENAME
011070         PERFORM 6100-VERIFICA-UNO THRU 6100-EXIT
011080     END-IF
011090     PERFORM 6200-VERIFICA-DROP THRU 6200-EXIT
011100         VARYING ARCH-IDX FROM 1 BY 1
011110         UNTIL ARCH-IDX > WS-ARCHIVOS-COUNT.
011120 6000-EXIT.
011130     EXIT.
011140
011150******************************************************************
011160* 6050-EXISTE-ENTRADA - Whether the input named in
011170*                       WS-PRESENCIA-FILENAME can be opened
011180******************************************************************
011190 6050-EXISTE-ENTRADA.
011200     MOVE "N" TO WS-ENTRADA-PRESENTE
011210     OPEN INPUT PRESENCIA-FILE
011220     IF WS-PRESENCIA-OK
011230         SET WS-HAY-ENTRADA TO TRUE
011240         CLOSE PRESENCIA-FILE
011250     END-IF.
011260 6050-EXIT.
011270     EXIT.
011280
011290******************************************************************
011300* 6100-VERIFICA-UNO - Note WS-PRESENCIA-FILENAME as missing when
011310*                     it cannot be opened
011320******************************************************************
011330 6100-VERIFICA-UNO.
011340     OPEN INPUT PRESENCIA-FILE
011350     IF WS-PRESENCIA-OK
011360         CLOSE PRESENCIA-FILE
011370     ELSE
011380         MOVE WS-PRESENCIA-FILENAME TO WS-FALTA-NOMBRE
011390         PERFORM 7100-ANOTA-FALTANTE THRU 7100-EXIT
011400     END-IF.
011410 6100-EXIT.
011420     EXIT.
011430
011440******************************************************************
011450* 6200-VERIFICA-DROP - Check one drop of the ARCHIVOS.TXT list
011460******************************************************************
011470 6200-VERIFICA-DROP.
011480     MOVE WS-ARCH-NOMBRE (ARCH-IDX) TO WS-PRESENCIA-FILENAME
011490     PERFORM 6100-VERIFICA-UNO THRU 6100-EXIT.
011500 6200-EXIT.
011510     EXIT.
011520
011530******************************************************************
011540* 7000-WRITE-CONTROL - Print one control line and count its
011550*                      result
011560******************************************************************
011570 7000-WRITE-CONTROL.
011580     MOVE SPACES TO WS-CTL-ESPERADO
011590     MOVE SPACES TO WS-CTL-OBTENIDO
011600     IF WS-CTL-NO-APLICA
011610         MOVE "NO APLICA" TO WS-CTL-RESULTADO
011620         ADD 1 TO WS-CNT-NO-APLICA
011630         GO TO 7000-WRITE
011640     END-IF
011650     IF WS-CTL-FALTA-DATO
011660         MOVE "NO CUADRA" TO WS-CTL-RESULTADO
011670         ADD 1 TO WS-CNT-NO-CUADRA
011680         GO TO 7000-WRITE
011690     END-IF
011700     IF WS-CTL-IMPORTE
011710         MOVE WS-VAL-ESP TO WS-ED-IMP
011720         MOVE WS-ED-IMP TO WS-CTL-ESPERADO
011730         MOVE WS-VAL-OBT TO WS-ED-IMP
011740         MOVE WS-ED-IMP TO WS-CTL-OBTENIDO
011750     ELSE
011760         MOVE WS-VAL-ESP TO WS-ED-CNT
011770         MOVE WS-ED-CNT TO WS-CTL-ESPERADO
011780         MOVE WS-VAL-OBT TO WS-ED-CNT
011790         MOVE WS-ED-CNT TO WS-CTL-OBTENIDO
011800     END-IF
011810     IF WS-VAL-ESP = WS-VAL-OBT
011820         MOVE "CUADRA" TO WS-CTL-RESULTADO
011830         ADD 1 TO WS-CNT-CUADRA
011840     ELSE
011850         MOVE "NO CUADRA" TO WS-CTL-RESULTADO
011860         ADD 1 TO WS-CNT-NO-CUADRA
011870     END-IF.
011880 7000-WRITE.
011890     WRITE HOJA-LINE FROM WS-CTL-LINEA.
011900 7000-EXIT.
011910     EXIT.
011920
011930******************************************************************
011940* 7100-ANOTA-FALTANTE - Add WS-FALTA-NOMBRE to the missing-file
011950*                       list unless it is already there
011960******************************************************************
011970 7100-ANOTA-FALTANTE.
011980     MOVE "N" TO WS-FAL-HALLADO
011990     IF WS-FAL-COUNT > 0
012000         SET FAL-IDX TO 1
012010         SEARCH WS-FAL-ENTRY
012020             AT END
012030                 CONTINUE
012040             WHEN WS-FAL-NOMBRE (FAL-IDX) = WS-FALTA-NOMBRE
012050                 SET WS-FAL-YA-ANOTADO TO TRUE
012060         END-SEARCH
012070     END-IF
012080     IF WS-FAL-YA-ANOTADO OR WS-FAL-COUNT NOT < 40
012090         GO TO 7100-EXIT
012100     END-IF
012110     ADD 1 TO WS-FAL-COUNT
012120     SET FAL-IDX TO WS-FAL-COUNT
012130     MOVE WS-FALTA-NOMBRE TO WS-FAL-NOMBRE (FAL-IDX).
012140 7100-EXIT.
012150     EXIT.
012160
012170******************************************************************
012180* 8000-SHOW-RESUMEN - List the missing files, total the controls
012190*                     and settle the day's status and return code
012200******************************************************************
012210 8000-SHOW-RESUMEN.
012220     MOVE SPACES TO HOJA-LINE
012230     WRITE HOJA-LINE
012240     MOVE "ARCHIVOS ESPERADOS NO ENCONTRADOS" TO WS-SEC-TITULO
012250     WRITE HOJA-LINE FROM WS-SECCION-LINEA
012260     IF WS-FAL-COUNT = 0
012270         WRITE HOJA-LINE FROM WS-NINGUNO-LINEA
012280     ELSE
012290         PERFORM 8100-SHOW-FALTANTE THRU 8100-EXIT
012300             VARYING FAL-IDX FROM 1 BY 1
012310             UNTIL FAL-IDX > WS-FAL-COUNT
012320     END-IF
012330     MOVE SPACES TO HOJA-LINE
012340     WRITE HOJA-LINE
012350     MOVE "CONTROLES QUE CUADRAN:" TO WS-RES-ETIQUETA
012360     MOVE WS-CNT-CUADRA TO WS-RES-CNT
012370     WRITE HOJA-LINE FROM WS-RESUMEN-LINEA
012380     MOVE "CONTROLES QUE NO CUADRAN:" TO WS-RES-ETIQUETA
012390     MOVE WS-CNT-NO-CUADRA TO WS-RES-CNT
012400     WRITE HOJA-LINE FROM WS-RESUMEN-LINEA
012410     MOVE "CONTROLES QUE NO APLICAN HOY:" TO WS-RES-ETIQUETA
012420     MOVE WS-CNT-NO-APLICA TO WS-RES-CNT
012430     WRITE HOJA-LINE FROM WS-RESUMEN-LINEA
012440     MOVE "ARCHIVOS FALTANTES:" TO WS-RES-ETIQUETA
012450     MOVE WS-FAL-COUNT TO WS-RES-CNT
012460     WRITE HOJA-LINE FROM WS-RESUMEN-LINEA
012470     EVALUATE TRUE
012480         WHEN WS-CNT-NO-CUADRA > 0
012490             MOVE "NO CUADRA" TO WS-ESTADO-DIA
012500             MOVE 8 TO WS-COD-RETORNO
012510         WHEN WS-FAL-COUNT > 0
012520             MOVE "INCOMPLETO" TO WS-ESTADO-DIA
012530             MOVE 4 TO WS-COD-RETORNO
012540         WHEN OTHER
012550             MOVE "CUADRA" TO WS-ESTADO-DIA
012560             MOVE 0 TO WS-COD-RETORNO
012570     END-EVALUATE
012580     MOVE WS-ESTADO-DIA TO WS-RSL-ESTADO
012590     MOVE WS-COD-RETORNO TO WS-RSL-CODIGO
012600     WRITE HOJA-LINE FROM WS-RESULTADO-LINEA
012610     IF WS-COD-RETORNO > 0
012620         PERFORM 8800-WRITE-ALERTA THRU 8800-EXIT
012630     END-IF
012640     DISPLAY "HOJA-CONTROL: " WS-ESTADO-DIA
012650         " CUADRAN " WS-CNT-CUADRA
012660         " NO CUADRAN " WS-CNT-NO-CUADRA
012670         " FALTANTES " WS-FAL-COUNT
012680         " RC " WS-COD-RETORNO.
012690 8000-EXIT.
012700     EXIT.
012710
012720******************************************************************
012730* 8100-SHOW-FALTANTE - Write one missing file
012740******************************************************************
012750 8100-SHOW-FALTANTE.
012760     MOVE WS-FAL-NOMBRE (FAL-IDX) TO WS-FAL-ARCHIVO
012770     WRITE HOJA-LINE FROM WS-FALTA-LINEA.
012780 8100-EXIT.
012790     EXIT.
012800
012810******************************************************************
012820* 8800-WRITE-ALERTA - Append the day's status to the business
012830*                    date's existing ALERTA file (the same one
012840*                    the posting run raises), creating it if the
012850*                    posting run reconciled clean and truncated it
012860******************************************************************
012870 8800-WRITE-ALERTA.
012880     OPEN EXTEND ALERTA-FILE
012890     IF WS-ALERTA-NOFILE
012900         OPEN OUTPUT ALERTA-FILE
012910     END-IF
012920     MOVE "*** ALERTA OPERATIVA - CIERRE DEL DIA SIN CUADRAR ***"
012930         TO ALERTA-LINE
012940     WRITE ALERTA-LINE
012950     MOVE WS-ESTADO-DIA TO WS-ALR-ESTADO
012960     MOVE WS-CNT-NO-CUADRA TO WS-ALR-DES
012970     MOVE WS-FAL-COUNT TO WS-ALR-FAL
012980     WRITE ALERTA-LINE FROM WS-ALERTA-TEXTO
012990     CLOSE ALERTA-FILE
013000     DISPLAY "*** ALERTA OPERATIVA ESCRITA EN "
013010         WS-ALERTA-FILENAME.
013020 8800-EXIT.
013030     EXIT.
013040
013050******************************************************************
013060* 9999-TERMINATE - Close the control sheet
013070******************************************************************
013080 9999-TERMINATE.
013090     CLOSE HOJA-FILE.
013100 9999-EXIT.
013110     EXIT.
