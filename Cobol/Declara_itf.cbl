000010******************************************************************
000020* Author:CESAR CHINCHAY
000030* Date:15/10/2026
000040* Purpose:INTERBANK COBOL ACADEMY
000050* Tectonics: cobc
000060******************************************************************
000070* Modification History
000080*   Date       Init  Description
000090*   ---------- ----  ---------------------------------------------
000100*   2026-10-15  CCH  Initial version: month-end ITF remittance
000110*                    declaration. Reads the business month from
000120*                    FECHA-PROCESO.TXT, walks the permanent
000130*                    archive HISTORIAL-TRANSACCIONES.TXT for that
000140*                    month's ITF (withheld) and ITF (REV)
000150*                    (refunded) rows, and totals them by business
000160*                    day and currency into DECLARACION-ITF-
000170*                    yyyymm.TXT: withheld, refunded and net per
000180*                    day/currency, a month total per currency,
000190*                    and the net PEN amount to remit to SUNAT -
000200*                    the same rows the posting run wrote, so the
000210*                    declared figure ties to the postings.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. DECLARA-ITF.
000250 AUTHOR. CESAR CHINCHAY.
000260 INSTALLATION. INTERBANK COBOL ACADEMY.
000270 DATE-WRITTEN. 15/10/2026.
000280 DATE-COMPILED. 15/10/2026.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ARCHHIST-FILE
000340         ASSIGN TO "HISTORIAL-TRANSACCIONES.TXT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-ARCHHIST-STATUS.
000370
000380     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FECHAPROC-STATUS.
000410
000420     SELECT DECLARA-FILE ASSIGN TO WS-DECLARA-FILENAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-DECLARA-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ARCHHIST-FILE.
000490 01  ARCHHIST-LINE         PIC X(90).
000500
000510 FD  FECHA-PROC-FILE.
000520 01  FECHA-PROC-LINE       PIC X(10).
000530
000540 FD  DECLARA-FILE.
000550 01  DECLARA-LINE          PIC X(100).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-ARCHHIST-STATUS   PIC XX.
000590     88  WS-ARCHHIST-OK       VALUE "00".
000600 01  WS-ARCHHIST-EOF      PIC X VALUE "N".
000610     88  WS-ARCHHIST-FIN      VALUE "Y".
000620 01  WS-FECHAPROC-STATUS  PIC XX.
000630     88  WS-FECHAPROC-OK      VALUE "00".
000640 01  WS-DECLARA-STATUS    PIC XX.
000650
000660 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
000670 01  WS-DECLARA-FILENAME  PIC X(30).
000680
000690 01  WS-MES-TRABAJO.
000700     05  WS-MT-ANIO      PIC 9(4).
000710     05  WS-MT-MES       PIC 9(2).
000720 01  WS-MES-NUM REDEFINES WS-MES-TRABAJO PIC 9(6).
000730 01  WS-DIA-ACTUAL        PIC 9(2) VALUE 0.
000740
000750******************************************************************
000760* One archive record, same fixed columns the posting run writes
000770******************************************************************
000780 01  WS-ARCHHIST-LINEA.
000790     05  WS-AH-FECHA-PROC PIC X(8).
000800     05  WS-AH-ID        PIC 9(5).
000810     05  WS-AH-TIPO      PIC X(15).
000820     05  WS-AH-CUENTA    PIC X(10).
000830     05  WS-AH-CTA-DEST  PIC X(10).
000840     05  WS-AH-MONTO     PIC 9(5)V99.
000850     05  WS-AH-MONEDA    PIC X(3).
000860     05  WS-AH-MONTO-PEN PIC S9(9)V99 SIGN LEADING SEPARATE.
000870     05  WS-AH-FECHA     PIC X(10).
000880     05  WS-AH-ID-ORIG   PIC 9(5).
000890
000900******************************************************************
000910* One slot per business day and currency that carried ITF
000920******************************************************************
000930 01  WS-ITF-COUNT         PIC 9(4) COMP VALUE 0.
000940 01  WS-ITF-TABLE.
000950     05  WS-ITF-ENTRY OCCURS 1 TO 400 TIMES
000960             DEPENDING ON WS-ITF-COUNT
000970             INDEXED BY ITF-IDX.
000980         10  WS-ITF-FECHA    PIC X(8).
000990         10  WS-ITF-MONEDA   PIC X(3).
001000         10  WS-ITF-RET      PIC 9(9)V99.
001010         10  WS-ITF-DEV      PIC 9(9)V99.
001020         10  WS-ITF-RET-PEN  PIC 9(9)V99.
001030         10  WS-ITF-DEV-PEN  PIC 9(9)V99.
001040         10  WS-ITF-MOVS     PIC 9(6) COMP.
001050
001060 01  WS-ITF-LLENO         PIC X VALUE "N".
001070     88  WS-ITF-LLENA         VALUE "Y".
001080
001090 01  WS-MON-COUNT         PIC 9(4) COMP VALUE 0.
001100 01  WS-MON-TABLE.
001110     05  WS-MON-ENTRY OCCURS 1 TO 10 TIMES
001120             DEPENDING ON WS-MON-COUNT
001130             INDEXED BY MON-IDX.
001140         10  WS-MON-CODIGO   PIC X(3).
001150         10  WS-MON-RET      PIC 9(9)V99.
001160         10  WS-MON-DEV      PIC 9(9)V99.
001170         10  WS-MON-NETO-PEN PIC S9(9)V99.
001180
001190 01  WS-CNT-LEIDOS        PIC 9(7) COMP VALUE 0.
001200 01  WS-CNT-ITF           PIC 9(7) COMP VALUE 0.
001210 01  WS-TOT-RET-PEN       PIC 9(9)V99 VALUE 0.
001220 01  WS-TOT-DEV-PEN       PIC 9(9)V99 VALUE 0.
001230 01  WS-TOT-NETO-PEN      PIC S9(9)V99 VALUE 0.
001240 01  WS-NETO-TMP          PIC S9(9)V99 VALUE 0.
001250
001260 01  WS-HEADER-1.
001270     05  FILLER          PIC X(40) VALUE
001280         "DECLARACION ITF - SUNAT - MES DE PROCESO".
001290     05  FILLER          PIC X(1)  VALUE " ".
001300     05  WS-HDR-MES      PIC X(6).
001310
001320 01  WS-HEADER-2.
001330     05  FILLER          PIC X(47) VALUE ALL "-".
001340
001350 01  WS-DIA-HEADER.
001360     05  FILLER          PIC X(30) VALUE
001370         "ITF POR DIA Y MONEDA:         ".
001380
001390 01  WS-DIA-LINEA.
001400     05  FILLER          PIC X(2)  VALUE "  ".
001410     05  WS-DLN-FECHA    PIC X(8).
001420     05  FILLER          PIC X(1)  VALUE " ".
001430     05  WS-DLN-MONEDA   PIC X(3).
001440     05  FILLER          PIC X(7)  VALUE "  RET: ".
001450     05  WS-DLN-RET      PIC Z(8)9.99.
001460     05  FILLER          PIC X(7)  VALUE "  DEV: ".
001470     05  WS-DLN-DEV      PIC Z(8)9.99.
001480     05  FILLER          PIC X(8)  VALUE "  NETO: ".
001490     05  WS-DLN-NETO     PIC -(9)9.99.
001500     05  FILLER          PIC X(7)  VALUE "  PEN: ".
001510     05  WS-DLN-PEN      PIC -(9)9.99.
001520
001530 01  WS-MON-HEADER.
001540     05  FILLER          PIC X(30) VALUE
001550         "TOTALES DEL MES POR MONEDA:   ".
001560
001570 01  WS-MON-LINEA.
001580     05  FILLER          PIC X(9)  VALUE "  MONEDA ".
001590     05  WS-MLN-CODIGO   PIC X(3).
001600     05  FILLER          PIC X(7)  VALUE "  RET: ".
001610     05  WS-MLN-RET      PIC Z(8)9.99.
001620     05  FILLER          PIC X(7)  VALUE "  DEV: ".
001630     05  WS-MLN-DEV      PIC Z(8)9.99.
001640     05  FILLER          PIC X(8)  VALUE "  NETO: ".
001650     05  WS-MLN-NETO     PIC -(9)9.99.
001660     05  FILLER          PIC X(7)  VALUE "  PEN: ".
001670     05  WS-MLN-PEN      PIC -(9)9.99.
001680
001690 01  WS-TOT-RET-LINEA.
001700     05  FILLER          PIC X(28) VALUE
001710         "ITF RETENIDO (PEN):         ".
001720     05  WS-TRL-RET      PIC Z(8)9.99.
001730
001740 01  WS-TOT-DEV-LINEA.
001750     05  FILLER          PIC X(28) VALUE
001760         "ITF DEVUELTO (PEN):         ".
001770     05  WS-TRL-DEV      PIC Z(8)9.99.
001780
001790 01  WS-TOT-NETO-LINEA.
001800     05  FILLER          PIC X(28) VALUE
001810         "TOTAL A DECLARAR (PEN):     ".
001820     05  WS-TRL-NETO     PIC -(9)9.99.
001830
001840 01  WS-SIN-ITF-LINEA.
001850     05  FILLER          PIC X(36) VALUE
001860         "  (SIN MOVIMIENTOS ITF EN EL MES)   ".
001870
001880 PROCEDURE DIVISION.
001890******************************************************************
001900* 0000-MAINLINE
001910******************************************************************
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     PERFORM 2000-LEE-ARCHIVO THRU 2000-EXIT.
001950     PERFORM 8000-SHOW-DECLARACION THRU 8000-EXIT.
001960     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001970     STOP RUN.
001980
001990******************************************************************
002000* 1000-INITIALIZE - Derive the month to declare from the business
002010*                   date and open the declaration. A business
002020*                   date that is not YYYYMMDD gives no month to
002030*                   declare, so the run stops with an operator
002040*                   message.
002050******************************************************************
002060 1000-INITIALIZE.
002070     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
002080     IF FUNCTION TEST-NUMVAL (WS-BATCH-FECHA) NOT = 0
002090         DISPLAY "DECLARA-ITF: FECHA-PROCESO.TXT SIN FECHA"
002100             " YYYYMMDD UTILIZABLE - PASO OMITIDO"
002110         STOP RUN
002120     END-IF
002130     MOVE WS-BATCH-FECHA (1:6) TO WS-MES-TRABAJO
002140     IF WS-MT-MES < 1 OR WS-MT-MES > 12
002150         DISPLAY "DECLARA-ITF: MES DE PROCESO NO VALIDO"
002160             " - PASO OMITIDO"
002170         STOP RUN
002180     END-IF
002190     MOVE SPACES TO WS-DECLARA-FILENAME
002200     STRING "DECLARACION-ITF-" WS-BATCH-FECHA (1:6) ".TXT"
002210         DELIMITED BY SIZE INTO WS-DECLARA-FILENAME
002220     OPEN OUTPUT DECLARA-FILE
002230     WRITE DECLARA-LINE FROM WS-HEADER-2
002240     MOVE WS-BATCH-FECHA (1:6) TO WS-HDR-MES
002250     WRITE DECLARA-LINE FROM WS-HEADER-1
002260     WRITE DECLARA-LINE FROM WS-HEADER-2
002270     MOVE SPACES TO DECLARA-LINE
002280     WRITE DECLARA-LINE.
002290 1000-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
002340*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
002350*                          first line). WS-BATCH-FECHA keeps its
002360*                          "SINFECHA" default if the control file
002370*                          is missing or blank, same as the
002380*                          posting run.
002390******************************************************************
002400 1030-LOAD-FECHA-PROCESO.
002410     OPEN INPUT FECHA-PROC-FILE
002420     IF NOT WS-FECHAPROC-OK
002430         GO TO 1030-EXIT
002440     END-IF
002450     READ FECHA-PROC-FILE
002460         AT END
002470             CONTINUE
002480         NOT AT END
002490             IF FECHA-PROC-LINE (1:8) NOT = SPACES
002500                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
002510             END-IF
002520     END-READ
002530     CLOSE FECHA-PROC-FILE.
002540 1030-EXIT.
002550     EXIT.
002560
002570******************************************************************
002580* 2000-LEE-ARCHIVO - Read the whole archive and fold every ITF
002590*                   row of the business month into the tables.
002600*                   No archive means nothing was posted: the
002610*                   declaration still goes out, with zero due.
002620******************************************************************
002630 2000-LEE-ARCHIVO.
002640     MOVE "N" TO WS-ARCHHIST-EOF
002650     OPEN INPUT ARCHHIST-FILE
002660     IF NOT WS-ARCHHIST-OK
002670         DISPLAY "DECLARA-ITF: SIN HISTORIAL-TRANSACCIONES.TXT"
002680             " - DECLARACION EN CERO"
002690         GO TO 2000-EXIT
002700     END-IF
002710     PERFORM UNTIL WS-ARCHHIST-FIN
002720         READ ARCHHIST-FILE INTO WS-ARCHHIST-LINEA
002730             AT END
002740                 SET WS-ARCHHIST-FIN TO TRUE
002750             NOT AT END
002760                 ADD 1 TO WS-CNT-LEIDOS
002770                 IF WS-AH-FECHA-PROC (1:6) = WS-BATCH-FECHA (1:6)
002780                     PERFORM 2100-SUMA-ITF THRU 2100-EXIT
002790                 END-IF
002800         END-READ
002810     END-PERFORM
002820     CLOSE ARCHHIST-FILE.
002830 2000-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870* 2100-SUMA-ITF - Fold one archive row of the month into its
002880*                day/currency slot and the currency totals, if
002890*                it is an ITF leg: "ITF" is tax withheld,
002900*                "ITF (REV)" is tax refunded by a reversal.
002910*                WS-AH-MONTO-PEN carries the PEN equivalent the
002920*                posting run used.
002930******************************************************************
002940 2100-SUMA-ITF.
002950     IF WS-AH-TIPO NOT = "ITF" AND WS-AH-TIPO NOT = "ITF (REV)"
002960         GO TO 2100-EXIT
002970     END-IF
002980     ADD 1 TO WS-CNT-ITF
002990     SET ITF-IDX TO 1
003000     SEARCH WS-ITF-ENTRY
003010         AT END
003020             IF WS-ITF-COUNT NOT < 400
003030                 IF NOT WS-ITF-LLENA
003040                     SET WS-ITF-LLENA TO TRUE
003050                     DISPLAY "ADVERTENCIA: TABLA ITF LLENA (400)"
003060                         " - DETALLE DIARIO INCOMPLETO"
003070                 END-IF
003080                 GO TO 2100-EXIT
003090             END-IF
003100             ADD 1 TO WS-ITF-COUNT
003110             SET ITF-IDX TO WS-ITF-COUNT
003120             MOVE WS-AH-FECHA-PROC TO WS-ITF-FECHA (ITF-IDX)
003130             MOVE WS-AH-MONEDA TO WS-ITF-MONEDA (ITF-IDX)
003140             MOVE 0 TO WS-ITF-RET (ITF-IDX)
003150             MOVE 0 TO WS-ITF-DEV (ITF-IDX)
003160             MOVE 0 TO WS-ITF-RET-PEN (ITF-IDX)
003170             MOVE 0 TO WS-ITF-DEV-PEN (ITF-IDX)
003180             MOVE 0 TO WS-ITF-MOVS (ITF-IDX)
003190         WHEN WS-ITF-FECHA (ITF-IDX) = WS-AH-FECHA-PROC
003200                 AND WS-ITF-MONEDA (ITF-IDX) = WS-AH-MONEDA
003210             CONTINUE
003220     END-SEARCH
003230     ADD 1 TO WS-ITF-MOVS (ITF-IDX)
003240     IF WS-AH-TIPO = "ITF"
003250         ADD WS-AH-MONTO TO WS-ITF-RET (ITF-IDX)
003260         ADD WS-AH-MONTO-PEN TO WS-ITF-RET-PEN (ITF-IDX)
003270     ELSE
003280         ADD WS-AH-MONTO TO WS-ITF-DEV (ITF-IDX)
003290         ADD WS-AH-MONTO-PEN TO WS-ITF-DEV-PEN (ITF-IDX)
003300     END-IF.
003310 2100-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350* 8000-SHOW-DECLARACION - Write the declaration: the day/currency
003360*                        detail in business-date order, the month
003370*                        total per currency, and the PEN amount to
003380*                        remit
003390******************************************************************
003400 8000-SHOW-DECLARACION.
003410     WRITE DECLARA-LINE FROM WS-DIA-HEADER
003420     IF WS-ITF-COUNT = 0
003430         WRITE DECLARA-LINE FROM WS-SIN-ITF-LINEA
003440     END-IF
003450     PERFORM 8100-DIA-DETALLE THRU 8100-EXIT
003460         VARYING WS-DIA-ACTUAL FROM 1 BY 1
003470         UNTIL WS-DIA-ACTUAL > 31
003480     MOVE SPACES TO DECLARA-LINE
003490     WRITE DECLARA-LINE
003500     WRITE DECLARA-LINE FROM WS-MON-HEADER
003510     PERFORM 8200-MONEDA-DETALLE THRU 8200-EXIT
003520         VARYING MON-IDX FROM 1 BY 1
003530         UNTIL MON-IDX > WS-MON-COUNT
003540     MOVE SPACES TO DECLARA-LINE
003550     WRITE DECLARA-LINE
003560     COMPUTE WS-TOT-NETO-PEN = WS-TOT-RET-PEN - WS-TOT-DEV-PEN
003570     MOVE WS-TOT-RET-PEN TO WS-TRL-RET
003580     WRITE DECLARA-LINE FROM WS-TOT-RET-LINEA
003590     MOVE WS-TOT-DEV-PEN TO WS-TRL-DEV
003600     WRITE DECLARA-LINE FROM WS-TOT-DEV-LINEA
003610     MOVE WS-TOT-NETO-PEN TO WS-TRL-NETO
003620     WRITE DECLARA-LINE FROM WS-TOT-NETO-LINEA
003630     DISPLAY "DECLARA-ITF: " WS-CNT-ITF " MOVIMIENTO(S) ITF,"
003640         " NETO PEN " WS-TOT-NETO-PEN
003650         " - DECLARACION EN " WS-DECLARA-FILENAME.
003660 8000-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700* 8100-DIA-DETALLE - Write the slots of one calendar day of the
003710*                   month (the archive is not guaranteed to be in
003720*                   date order after a same-day rerun)
003730******************************************************************
003740 8100-DIA-DETALLE.
003750     PERFORM 8150-SLOT-DETALLE THRU 8150-EXIT
003760         VARYING ITF-IDX FROM 1 BY 1
003770         UNTIL ITF-IDX > WS-ITF-COUNT.
003780 8100-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820* 8150-SLOT-DETALLE - Write one day/currency slot if it belongs to
003830*                    the day being listed, and fold it into the
003840*                    currency and grand totals
003850******************************************************************
003860 8150-SLOT-DETALLE.
003870     IF WS-ITF-FECHA (ITF-IDX) (7:2) NOT = WS-DIA-ACTUAL
003880         GO TO 8150-EXIT
003890     END-IF
003900     MOVE WS-ITF-FECHA (ITF-IDX) TO WS-DLN-FECHA
003910     MOVE WS-ITF-MONEDA (ITF-IDX) TO WS-DLN-MONEDA
003920     MOVE WS-ITF-RET (ITF-IDX) TO WS-DLN-RET
003930     MOVE WS-ITF-DEV (ITF-IDX) TO WS-DLN-DEV
003940     COMPUTE WS-NETO-TMP =
003950         WS-ITF-RET (ITF-IDX) - WS-ITF-DEV (ITF-IDX)
003960     MOVE WS-NETO-TMP TO WS-DLN-NETO
003970     COMPUTE WS-NETO-TMP =
003980         WS-ITF-RET-PEN (ITF-IDX) - WS-ITF-DEV-PEN (ITF-IDX)
003990     MOVE WS-NETO-TMP TO WS-DLN-PEN
004000     WRITE DECLARA-LINE FROM WS-DIA-LINEA
004010     ADD WS-ITF-RET-PEN (ITF-IDX) TO WS-TOT-RET-PEN
004020     ADD WS-ITF-DEV-PEN (ITF-IDX) TO WS-TOT-DEV-PEN
004030     SET MON-IDX TO 1
004040     SEARCH WS-MON-ENTRY
004050         AT END
004060             IF WS-MON-COUNT NOT < 10
004070                 GO TO 8150-EXIT
004080             END-IF
004090             ADD 1 TO WS-MON-COUNT
004100             SET MON-IDX TO WS-MON-COUNT
004110             MOVE WS-ITF-MONEDA (ITF-IDX)
004120                 TO WS-MON-CODIGO (MON-IDX)
004130             MOVE 0 TO WS-MON-RET (MON-IDX)
004140             MOVE 0 TO WS-MON-DEV (MON-IDX)
004150             MOVE 0 TO WS-MON-NETO-PEN (MON-IDX)
004160         WHEN WS-MON-CODIGO (MON-IDX) = WS-ITF-MONEDA (ITF-IDX)
004170             CONTINUE
004180     END-SEARCH
004190     ADD WS-ITF-RET (ITF-IDX) TO WS-MON-RET (MON-IDX)
004200     ADD WS-ITF-DEV (ITF-IDX) TO WS-MON-DEV (MON-IDX)
004210     ADD WS-NETO-TMP TO WS-MON-NETO-PEN (MON-IDX).
004220 8150-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 8200-MONEDA-DETALLE - Write one currency's month totals
004270******************************************************************
004280 8200-MONEDA-DETALLE.
004290     MOVE WS-MON-CODIGO (MON-IDX) TO WS-MLN-CODIGO
004300     MOVE WS-MON-RET (MON-IDX) TO WS-MLN-RET
004310     MOVE WS-MON-DEV (MON-IDX) TO WS-MLN-DEV
004320     COMPUTE WS-NETO-TMP =
004330         WS-MON-RET (MON-IDX) - WS-MON-DEV (MON-IDX)
004340     MOVE WS-NETO-TMP TO WS-MLN-NETO
004350     MOVE WS-MON-NETO-PEN (MON-IDX) TO WS-MLN-PEN
004360     WRITE DECLARA-LINE FROM WS-MON-LINEA.
004370 8200-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 9999-TERMINATE - Close the declaration
004420******************************************************************
004430 9999-TERMINATE.
004440     CLOSE DECLARA-FILE.
004450 9999-EXIT.
004460     EXIT.
