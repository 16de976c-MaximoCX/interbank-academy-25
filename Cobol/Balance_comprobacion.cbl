000010******************************************************************
000020* Author:CESAR CHINCHAY
000030* Date:15/10/2026
000040* Purpose:INTERBANK COBOL ACADEMY
000050* Tectonics: cobc
000060******************************************************************
000070* Modification History
000080*   Date       Init  Description
000090*   ---------- ----  ---------------------------------------------
000100*   2026-10-15  CCH  Initial version: daily trial balance. Reads
000110*                    the posting run's double-entry journal
000120*                    ASIENTOS-yyyymmdd.TXT, totals debits and
000130*                    credits per GL account and currency into
000140*                    BALANCE-COMPROBACION-yyyymmdd.TXT, proves
000150*                    total debits equal total credits per currency
000160*                    and overall (CUADRA / NO CUADRA), lists every
000170*                    leg parked in the suspense account, and
000180*                    appends to the business date's ALERTA file
000190*                    when the journal does not balance or anything
000200*                    sits in suspense.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. BALANCE-COMPROBACION.
000240 AUTHOR. CESAR CHINCHAY.
000250 INSTALLATION. INTERBANK COBOL ACADEMY.
000260 DATE-WRITTEN. 15/10/2026.
000270 DATE-COMPILED. 15/10/2026.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ASIENTO-FILE ASSIGN TO WS-ASIENTO-FILENAME
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-ASIENTO-STATUS.
000350
000360     SELECT FECHA-PROC-FILE ASSIGN TO "FECHA-PROCESO.TXT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FECHAPROC-STATUS.
000390
000400     SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-FILENAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BALANCE-STATUS.
000430
000440     SELECT ALERTA-FILE ASSIGN TO WS-ALERTA-FILENAME
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-ALERTA-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ASIENTO-FILE.
000510 01  ASIENTO-LINE.
000520     05  ASI-ID            PIC 9(5).
000530     05  ASI-TIPO          PIC X(15).
000540     05  ASI-CLASE         PIC X(15).
000550     05  ASI-CUENTA        PIC X(10).
000560     05  ASI-PRODUCTO      PIC X(4).
000570     05  ASI-MONEDA        PIC X(3).
000580     05  ASI-GL-CTA        PIC X(10).
000590     05  ASI-DH            PIC X(1).
000600     05  ASI-MONTO         PIC 9(9)V99.
000610     05  ASI-SUSPENSO      PIC X(1).
000620     05  FILLER            PIC X(5).
000630
000640 FD  FECHA-PROC-FILE.
000650 01  FECHA-PROC-LINE       PIC X(10).
000660
000670 FD  BALANCE-FILE.
000680 01  BALANCE-LINE          PIC X(100).
000690
000700 FD  ALERTA-FILE.
000710 01  ALERTA-LINE           PIC X(100).
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-ASIENTO-STATUS    PIC XX.
000750     88  WS-ASIENTO-OK        VALUE "00".
000760 01  WS-ASIENTO-EOF       PIC X VALUE "N".
000770     88  WS-ASIENTO-FIN       VALUE "Y".
000780 01  WS-FECHAPROC-STATUS  PIC XX.
000790     88  WS-FECHAPROC-OK      VALUE "00".
000800 01  WS-BALANCE-STATUS    PIC XX.
000810 01  WS-ALERTA-STATUS     PIC XX.
000820     88  WS-ALERTA-NOFILE     VALUE "35".
000830
000840 01  WS-BATCH-FECHA       PIC X(8) VALUE "SINFECHA".
000850 01  WS-ASIENTO-FILENAME  PIC X(30).
000860 01  WS-BALANCE-FILENAME  PIC X(40).
000870 01  WS-ALERTA-FILENAME   PIC X(30).
000880
000890******************************************************************
000900* One slot per GL account and currency, kept in account/currency
000910* order as it is built so the report prints in ledger order
000920******************************************************************
000930 01  WS-SALDO-COUNT       PIC 9(4) COMP VALUE 0.
000940 01  WS-SALDO-TABLE.
000950     05  WS-SALDO-ENTRY OCCURS 1 TO 300 TIMES
000960             DEPENDING ON WS-SALDO-COUNT
000970             INDEXED BY SAL-IDX.
000980         10  WS-SAL-GL-CTA   PIC X(10).
000990         10  WS-SAL-MONEDA   PIC X(3).
001000         10  WS-SAL-DEBE     PIC S9(11)V99.
001010         10  WS-SAL-HABER    PIC S9(11)V99.
001020
001030 01  WS-SALDO-LLENO       PIC X VALUE "N".
001040     88  WS-SALDO-LLENAS      VALUE "Y".
001050
001060******************************************************************
001070* Debit and credit totals per currency, proved one by one
001080******************************************************************
001090 01  WS-TOTMON-COUNT      PIC 9(4) COMP VALUE 0.
001100 01  WS-TOTMON-TABLE.
001110     05  WS-TOTMON-ENTRY OCCURS 1 TO 10 TIMES
001120             DEPENDING ON WS-TOTMON-COUNT
001130             INDEXED BY TMN-IDX.
001140         10  WS-TMN-MONEDA   PIC X(3).
001150         10  WS-TMN-DEBE     PIC S9(11)V99.
001160         10  WS-TMN-HABER    PIC S9(11)V99.
001170
001180 01  WS-TOTMON-LLENO      PIC X VALUE "N".
001190     88  WS-TOTMON-LLENAS     VALUE "Y".
001200
001210 01  WS-INS-SUB           PIC 9(4) COMP VALUE 0.
001220 01  WS-MOV-SUB           PIC 9(4) COMP VALUE 0.
001230 01  WS-SAL-HALLADO       PIC X VALUE "N".
001240     88  WS-SAL-ENCONTRADO    VALUE "Y".
001250
001260 01  WS-TOT-DEBE          PIC S9(11)V99 VALUE 0.
001270 01  WS-TOT-HABER         PIC S9(11)V99 VALUE 0.
001280 01  WS-CNT-LEGS          PIC 9(6) COMP VALUE 0.
001290 01  WS-CNT-DEBE          PIC 9(6) COMP VALUE 0.
001300 01  WS-CNT-HABER         PIC 9(6) COMP VALUE 0.
001310 01  WS-CNT-INVALIDOS     PIC 9(4) COMP VALUE 0.
001320 01  WS-CNT-SUSPENSO      PIC 9(4) COMP VALUE 0.
001330 01  WS-CNT-NO-CUADRA     PIC 9(4) COMP VALUE 0.
001340 01  WS-ESTADO-GENERAL    PIC X(10) VALUE "CUADRA".
001350     88  WS-GENERAL-CUADRA    VALUE "CUADRA".
001360
001370 01  WS-HEADER-1.
001380     05  FILLER          PIC X(44) VALUE
001390         "BALANCE DE COMPROBACION - INTERBANK ACADEMY".
001400
001410 01  WS-HEADER-2.
001420     05  FILLER          PIC X(86) VALUE ALL "-".
001430
001440 01  WS-FECHA-LINEA.
001450     05  FILLER          PIC X(18) VALUE "FECHA DE PROCESO: ".
001460     05  WS-FEC-FECHA    PIC X(8).
001470     05  FILLER          PIC X(20) VALUE "   (MONTOS EN PEN)".
001480
001490 01  WS-COLUMNAS-LINEA.
001500     05  FILLER          PIC X(12) VALUE "CUENTA GL".
001510     05  FILLER          PIC X(5)  VALUE "MON".
001520     05  FILLER          PIC X(23) VALUE
001530         "              DEBE     ".
001540     05  FILLER          PIC X(23) VALUE
001550         "             HABER     ".
001560     05  FILLER          PIC X(18) VALUE
001570         "             SALDO".
001580
001590 01  WS-DETALLE-LINEA.
001600     05  WS-DET-GL-CTA   PIC X(10).
001610     05  FILLER          PIC X(2)  VALUE SPACES.
001620     05  WS-DET-MONEDA   PIC X(3).
001630     05  FILLER          PIC X(2)  VALUE SPACES.
001640     05  WS-DET-DEBE     PIC -(14)9.99.
001650     05  FILLER          PIC X(5)  VALUE SPACES.
001660     05  WS-DET-HABER    PIC -(14)9.99.
001670     05  FILLER          PIC X(5)  VALUE SPACES.
001680     05  WS-DET-SALDO    PIC -(14)9.99.
001690
001700 01  WS-TOTAL-LINEA.
001710     05  WS-TOT-ETIQUETA PIC X(12).
001720     05  WS-TOT-MONEDA   PIC X(3).
001730     05  FILLER          PIC X(2)  VALUE SPACES.
001740     05  WS-TOT-DEBE-ED  PIC -(14)9.99.
001750     05  FILLER          PIC X(5)  VALUE SPACES.
001760     05  WS-TOT-HABER-ED PIC -(14)9.99.
001770     05  FILLER          PIC X(5)  VALUE SPACES.
001780     05  WS-TOT-ESTADO   PIC X(10).
001790
001800 01  WS-SUSPENSO-HEADER.
001810     05  FILLER          PIC X(40) VALUE
001820         "ASIENTOS EN CUENTA SUSPENSO:            ".
001830
001840 01  WS-SUSPENSO-LINEA.
001850     05  FILLER          PIC X(2)  VALUE SPACES.
001860     05  WS-SUS-ID       PIC 9(5).
001870     05  FILLER          PIC X(1)  VALUE SPACES.
001880     05  WS-SUS-TIPO     PIC X(15).
001890     05  FILLER          PIC X(1)  VALUE SPACES.
001900     05  WS-SUS-CLASE    PIC X(15).
001910     05  FILLER          PIC X(1)  VALUE SPACES.
001920     05  WS-SUS-CUENTA   PIC X(10).
001930     05  FILLER          PIC X(1)  VALUE SPACES.
001940     05  WS-SUS-PRODUCTO PIC X(4).
001950     05  FILLER          PIC X(1)  VALUE SPACES.
001960     05  WS-SUS-MONEDA   PIC X(3).
001970     05  FILLER          PIC X(1)  VALUE SPACES.
001980     05  WS-SUS-DH       PIC X(1).
001990     05  FILLER          PIC X(1)  VALUE SPACES.
002000     05  WS-SUS-MONTO    PIC Z(8)9.99.
002010
002020 01  WS-RESUMEN-LINEA.
002030     05  WS-RES-ETIQUETA PIC X(24).
002040     05  WS-RES-CNT      PIC ZZZZZ9.
002050
002060 01  WS-ALERTA-TEXTO.
002070     05  WS-ALR-ETIQUETA PIC X(40).
002080     05  WS-ALR-CNT      PIC ZZZZZ9.
002090
002100 PROCEDURE DIVISION.
002110******************************************************************
002120* 0000-MAINLINE
002130******************************************************************
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2000-LOAD-ASIENTOS THRU 2000-EXIT.
002170     PERFORM 8000-SHOW-BALANCE THRU 8000-EXIT.
002180     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002190     STOP RUN.
002200
002210******************************************************************
002220* 1000-INITIALIZE - Build the date-stamped filenames, open the
002230*                   day's journal and start the report. No journal
002240*                   means the posting run has not produced one
002250*                   yet; the step stops with an operator message.
002260******************************************************************
002270 1000-INITIALIZE.
002280     PERFORM 1030-LOAD-FECHA-PROCESO THRU 1030-EXIT
002290     MOVE SPACES TO WS-ASIENTO-FILENAME
002300     STRING "ASIENTOS-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
002310         INTO WS-ASIENTO-FILENAME
002320     MOVE SPACES TO WS-BALANCE-FILENAME
002330     STRING "BALANCE-COMPROBACION-" WS-BATCH-FECHA ".TXT"
002340         DELIMITED BY SIZE INTO WS-BALANCE-FILENAME
002350     MOVE SPACES TO WS-ALERTA-FILENAME
002360     STRING "ALERTA-" WS-BATCH-FECHA ".TXT" DELIMITED BY SIZE
002370         INTO WS-ALERTA-FILENAME
002380     OPEN INPUT ASIENTO-FILE
002390     IF NOT WS-ASIENTO-OK
002400         DISPLAY "BALANCE-COMPROBACION: NO SE PUDO ABRIR "
002410             WS-ASIENTO-FILENAME " (STATUS " WS-ASIENTO-STATUS ")"
002420         STOP RUN
002430     END-IF
002440     OPEN OUTPUT BALANCE-FILE
002450     WRITE BALANCE-LINE FROM WS-HEADER-2
002460     WRITE BALANCE-LINE FROM WS-HEADER-1
002470     WRITE BALANCE-LINE FROM WS-HEADER-2
002480     MOVE WS-BATCH-FECHA TO WS-FEC-FECHA
002490     WRITE BALANCE-LINE FROM WS-FECHA-LINEA
002500     MOVE SPACES TO BALANCE-LINE
002510     WRITE BALANCE-LINE.
002520 1000-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560* 1030-LOAD-FECHA-PROCESO - Read the business date for this run
002570*                          from FECHA-PROCESO.TXT (YYYYMMDD on the
002580*                          first line). WS-BATCH-FECHA keeps its
002590*                          "SINFECHA" default if the control file
002600*                          is missing or blank, same as the
002610*                          posting run.
002620******************************************************************
002630 1030-LOAD-FECHA-PROCESO.
002640     OPEN INPUT FECHA-PROC-FILE
002650     IF NOT WS-FECHAPROC-OK
002660         GO TO 1030-EXIT
002670     END-IF
002680     READ FECHA-PROC-FILE
002690         AT END
002700             CONTINUE
002710         NOT AT END
002720             IF FECHA-PROC-LINE (1:8) NOT = SPACES
002730                 MOVE FECHA-PROC-LINE (1:8) TO WS-BATCH-FECHA
002740             END-IF
002750     END-READ
002760     CLOSE FECHA-PROC-FILE.
002770 1030-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810* 2000-LOAD-ASIENTOS - Read the journal leg by leg until EOF
002820******************************************************************
002830 2000-LOAD-ASIENTOS.
002840     PERFORM UNTIL WS-ASIENTO-FIN
002850         READ ASIENTO-FILE
002860             AT END
002870                 SET WS-ASIENTO-FIN TO TRUE
002880             NOT AT END
002890                 IF ASIENTO-LINE NOT = SPACES
002900                     PERFORM 2100-ACUMULA-LEG THRU 2100-EXIT
002910                 END-IF
002920         END-READ
002930     END-PERFORM
002940     CLOSE ASIENTO-FILE.
002950 2000-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990* 2100-ACUMULA-LEG - Add one journal leg to its account/currency
003000*                    slot, its currency total and the grand total.
003010*                    A leg that is neither D nor H, or whose
003020*                    amount is not numeric, cannot be placed on
003030*                    either side and makes the day NO CUADRA.
003040******************************************************************
003050 2100-ACUMULA-LEG.
003060     ADD 1 TO WS-CNT-LEGS
003070     IF (ASI-DH NOT = "D" AND ASI-DH NOT = "H")
003080             OR ASI-MONTO IS NOT NUMERIC
003090         ADD 1 TO WS-CNT-INVALIDOS
003100         DISPLAY "ADVERTENCIA: LEG DE ASIENTO INVALIDO - "
003110             ASIENTO-LINE
003120         GO TO 2100-EXIT
003130     END-IF
003140     IF ASI-SUSPENSO = "S"
003150         ADD 1 TO WS-CNT-SUSPENSO
003160     END-IF
003170     IF ASI-DH = "D"
003180         ADD 1 TO WS-CNT-DEBE
003190         ADD ASI-MONTO TO WS-TOT-DEBE
003200     ELSE
003210         ADD 1 TO WS-CNT-HABER
003220         ADD ASI-MONTO TO WS-TOT-HABER
003230     END-IF
003240     PERFORM 2200-BUSCA-SALDO THRU 2200-EXIT
003250     IF WS-SAL-ENCONTRADO
003260         IF ASI-DH = "D"
003270             ADD ASI-MONTO TO WS-SAL-DEBE (SAL-IDX)
003280         ELSE
003290             ADD ASI-MONTO TO WS-SAL-HABER (SAL-IDX)
003300         END-IF
003310     END-IF
003320     PERFORM 2400-TOTAL-MONEDA THRU 2400-EXIT.
003330 2100-EXIT.
003340     EXIT.
003350
003360******************************************************************
003370* 2200-BUSCA-SALDO - Position SAL-IDX on the leg's account and
003380*                    currency, opening a zeroed slot in ledger
003390*                    order for a pair seen for the first time.
003400*                    Leaves WS-SAL-HALLADO "N" only when the table
003410*                    is full.
003420******************************************************************
003430 2200-BUSCA-SALDO.
003440     MOVE "N" TO WS-SAL-HALLADO
003450     MOVE 1 TO WS-INS-SUB
003460     PERFORM 2210-SIGUIENTE-SALDO THRU 2210-EXIT
003470         UNTIL WS-INS-SUB > WS-SALDO-COUNT
003480             OR WS-SAL-GL-CTA (WS-INS-SUB) > ASI-GL-CTA
003490             OR (WS-SAL-GL-CTA (WS-INS-SUB) = ASI-GL-CTA
003500                 AND WS-SAL-MONEDA (WS-INS-SUB) NOT < ASI-MONEDA)
003510     IF WS-INS-SUB NOT > WS-SALDO-COUNT
003520         IF WS-SAL-GL-CTA (WS-INS-SUB) = ASI-GL-CTA
003530                 AND WS-SAL-MONEDA (WS-INS-SUB) = ASI-MONEDA
003540             SET SAL-IDX TO WS-INS-SUB
003550             SET WS-SAL-ENCONTRADO TO TRUE
003560             GO TO 2200-EXIT
003570         END-IF
003580     END-IF
003590     IF WS-SALDO-COUNT NOT < 300
003600         IF NOT WS-SALDO-LLENAS
003610             SET WS-SALDO-LLENAS TO TRUE
003620             DISPLAY "ADVERTENCIA: TABLA DE SALDOS LLENA (300)"
003630                 " - CUENTAS ADICIONALES SOLO EN TOTALES"
003640         END-IF
003650         GO TO 2200-EXIT
003660     END-IF
003670     ADD 1 TO WS-SALDO-COUNT
003680     PERFORM 2300-ABRE-HUECO THRU 2300-EXIT
003690         VARYING WS-MOV-SUB FROM WS-SALDO-COUNT BY -1
003700         UNTIL WS-MOV-SUB NOT > WS-INS-SUB
003710     SET SAL-IDX TO WS-INS-SUB
003720     MOVE ASI-GL-CTA TO WS-SAL-GL-CTA (SAL-IDX)
003730     MOVE ASI-MONEDA TO WS-SAL-MONEDA (SAL-IDX)
003740     MOVE 0 TO WS-SAL-DEBE (SAL-IDX)
003750     MOVE 0 TO WS-SAL-HABER (SAL-IDX)
003760     SET WS-SAL-ENCONTRADO TO TRUE.
003770 2200-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810* 2210-SIGUIENTE-SALDO - Step past one slot that sorts ahead of
003820*                        the leg's account/currency
003830******************************************************************
003840 2210-SIGUIENTE-SALDO.
003850     ADD 1 TO WS-INS-SUB.
003860 2210-EXIT.
003870     EXIT.
003880
003890******************************************************************
003900* 2300-ABRE-HUECO - Shift one slot up to make room for the new
003910*                   account/currency pair
003920******************************************************************
003930 2300-ABRE-HUECO.
003940     MOVE WS-SALDO-ENTRY (WS-MOV-SUB - 1)
003950         TO WS-SALDO-ENTRY (WS-MOV-SUB).
003960 2300-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000* 2400-TOTAL-MONEDA - Add the leg to its currency's debit or
004010*                     credit total
004020******************************************************************
004030 2400-TOTAL-MONEDA.
004040     SET TMN-IDX TO 1
004050     SEARCH WS-TOTMON-ENTRY
004060         AT END
004070             IF WS-TOTMON-COUNT NOT < 10
004080                 IF NOT WS-TOTMON-LLENAS
004090                     SET WS-TOTMON-LLENAS TO TRUE
004100                     DISPLAY "ADVERTENCIA: TABLA DE MONEDAS LLENA"
004110                         " (10) - MONEDAS ADICIONALES SOLO EN"
004120                         " TOTAL GENERAL"
004130                 END-IF
004140                 GO TO 2400-EXIT
004150             END-IF
004160             ADD 1 TO WS-TOTMON-COUNT
004170             SET TMN-IDX TO WS-TOTMON-COUNT
004180             MOVE ASI-MONEDA TO WS-TMN-MONEDA (TMN-IDX)
004190             MOVE 0 TO WS-TMN-DEBE (TMN-IDX)
004200             MOVE 0 TO WS-TMN-HABER (TMN-IDX)
004210         WHEN WS-TMN-MONEDA (TMN-IDX) = ASI-MONEDA
004220             CONTINUE
004230     END-SEARCH
004240     IF ASI-DH = "D"
004250         ADD ASI-MONTO TO WS-TMN-DEBE (TMN-IDX)
004260     ELSE
004270         ADD ASI-MONTO TO WS-TMN-HABER (TMN-IDX)
004280     END-IF.
004290 2400-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330* 8000-SHOW-BALANCE - Print the balance per GL account and
004340*                     currency, prove debits against credits per
004350*                     currency and overall, list the suspense legs
004360*                     and raise the operator alert when the day
004370*                     does not balance or anything sits in
004380*                     suspense
004390******************************************************************
004400 8000-SHOW-BALANCE.
004410     WRITE BALANCE-LINE FROM WS-COLUMNAS-LINEA
004420     WRITE BALANCE-LINE FROM WS-HEADER-2
004430     PERFORM 8100-SHOW-SALDO THRU 8100-EXIT
004440         VARYING SAL-IDX FROM 1 BY 1
004450         UNTIL SAL-IDX > WS-SALDO-COUNT
004460     WRITE BALANCE-LINE FROM WS-HEADER-2
004470     PERFORM 8200-SHOW-TOTAL-MONEDA THRU 8200-EXIT
004480         VARYING TMN-IDX FROM 1 BY 1
004490         UNTIL TMN-IDX > WS-TOTMON-COUNT
004500     MOVE "TOTAL GRAL." TO WS-TOT-ETIQUETA
004510     MOVE "PEN" TO WS-TOT-MONEDA
004520     MOVE WS-TOT-DEBE TO WS-TOT-DEBE-ED
004530     MOVE WS-TOT-HABER TO WS-TOT-HABER-ED
004540     IF WS-TOT-DEBE NOT = WS-TOT-HABER
004550             OR WS-CNT-DEBE NOT = WS-CNT-HABER
004560             OR WS-CNT-INVALIDOS > 0
004570             OR WS-CNT-NO-CUADRA > 0
004580         MOVE "NO CUADRA" TO WS-ESTADO-GENERAL
004590     END-IF
004600     MOVE WS-ESTADO-GENERAL TO WS-TOT-ESTADO
004610     WRITE BALANCE-LINE FROM WS-TOTAL-LINEA
004620     MOVE SPACES TO BALANCE-LINE
004630     WRITE BALANCE-LINE
004640     MOVE "LEGS LEIDOS:            " TO WS-RES-ETIQUETA
004650     MOVE WS-CNT-LEGS TO WS-RES-CNT
004660     WRITE BALANCE-LINE FROM WS-RESUMEN-LINEA
004670     MOVE "LEGS DEBE:              " TO WS-RES-ETIQUETA
004680     MOVE WS-CNT-DEBE TO WS-RES-CNT
004690     WRITE BALANCE-LINE FROM WS-RESUMEN-LINEA
004700     MOVE "LEGS HABER:             " TO WS-RES-ETIQUETA
004710     MOVE WS-CNT-HABER TO WS-RES-CNT
004720     WRITE BALANCE-LINE FROM WS-RESUMEN-LINEA
004730     MOVE "LEGS INVALIDOS:         " TO WS-RES-ETIQUETA
004740     MOVE WS-CNT-INVALIDOS TO WS-RES-CNT
004750     WRITE BALANCE-LINE FROM WS-RESUMEN-LINEA
004760     MOVE "LEGS EN SUSPENSO:       " TO WS-RES-ETIQUETA
004770     MOVE WS-CNT-SUSPENSO TO WS-RES-CNT
004780     WRITE BALANCE-LINE FROM WS-RESUMEN-LINEA
004790     IF WS-CNT-SUSPENSO > 0
004800         PERFORM 8300-SHOW-SUSPENSO THRU 8300-EXIT
004810     END-IF
004820     IF NOT WS-GENERAL-CUADRA OR WS-CNT-SUSPENSO > 0
004830         PERFORM 8800-WRITE-ALERTA THRU 8800-EXIT
004840     END-IF
004850     DISPLAY "BALANCE-COMPROBACION: " WS-ESTADO-GENERAL
004860         " DEBE " WS-TOT-DEBE " HABER " WS-TOT-HABER
004870         " SUSPENSO " WS-CNT-SUSPENSO.
004880 8000-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920* 8100-SHOW-SALDO - Print one GL account/currency line; the
004930*                   balance is shown debit minus credit
004940******************************************************************
004950 8100-SHOW-SALDO.
004960     MOVE WS-SAL-GL-CTA (SAL-IDX) TO WS-DET-GL-CTA
004970     MOVE WS-SAL-MONEDA (SAL-IDX) TO WS-DET-MONEDA
004980     MOVE WS-SAL-DEBE (SAL-IDX) TO WS-DET-DEBE
004990     MOVE WS-SAL-HABER (SAL-IDX) TO WS-DET-HABER
005000     COMPUTE WS-DET-SALDO =
005010         WS-SAL-DEBE (SAL-IDX) - WS-SAL-HABER (SAL-IDX)
005020     WRITE BALANCE-LINE FROM WS-DETALLE-LINEA.
005030 8100-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070* 8200-SHOW-TOTAL-MONEDA - Print and prove one currency's debit
005080*                          and credit totals
005090******************************************************************
005100 8200-SHOW-TOTAL-MONEDA.
005110     MOVE "TOTAL" TO WS-TOT-ETIQUETA
005120     MOVE WS-TMN-MONEDA (TMN-IDX) TO WS-TOT-MONEDA
005130     MOVE WS-TMN-DEBE (TMN-IDX) TO WS-TOT-DEBE-ED
005140     MOVE WS-TMN-HABER (TMN-IDX) TO WS-TOT-HABER-ED
005150     IF WS-TMN-DEBE (TMN-IDX) = WS-TMN-HABER (TMN-IDX)
005160         MOVE "CUADRA" TO WS-TOT-ESTADO
005170     ELSE
005180         MOVE "NO CUADRA" TO WS-TOT-ESTADO
005190         ADD 1 TO WS-CNT-NO-CUADRA
005200     END-IF
005210     WRITE BALANCE-LINE FROM WS-TOTAL-LINEA.
005220 8200-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260* 8300-SHOW-SUSPENSO - Reread the journal and list every leg
005270*                      parked in the suspense account, so the
005280*                      missing mapping can be added and the entry
005290*                      reclassified
005300******************************************************************
005310 8300-SHOW-SUSPENSO.
005320     MOVE SPACES TO BALANCE-LINE
005330     WRITE BALANCE-LINE
005340     WRITE BALANCE-LINE FROM WS-SUSPENSO-HEADER
005350     MOVE "N" TO WS-ASIENTO-EOF
005360     OPEN INPUT ASIENTO-FILE
005370     IF NOT WS-ASIENTO-OK
005380         GO TO 8300-EXIT
005390     END-IF
005400     PERFORM UNTIL WS-ASIENTO-FIN
005410         READ ASIENTO-FILE
005420             AT END
005430                 SET WS-ASIENTO-FIN TO TRUE
005440             NOT AT END
005450                 IF ASI-SUSPENSO = "S"
005460                     PERFORM 8310-SUSPENSO-LEG THRU 8310-EXIT
005470                 END-IF
005480         END-READ
005490     END-PERFORM
005500     CLOSE ASIENTO-FILE.
005510 8300-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 8310-SUSPENSO-LEG - Print one suspense leg
005560******************************************************************
005570 8310-SUSPENSO-LEG.
005580     MOVE ASI-ID TO WS-SUS-ID
005590     MOVE ASI-TIPO TO WS-SUS-TIPO
005600     MOVE ASI-CLASE TO WS-SUS-CLASE
005610     MOVE ASI-CUENTA TO WS-SUS-CUENTA
005620     MOVE ASI-PRODUCTO TO WS-SUS-PRODUCTO
005630     MOVE ASI-MONEDA TO WS-SUS-MONEDA
005640     MOVE ASI-DH TO WS-SUS-DH
005650     MOVE ASI-MONTO TO WS-SUS-MONTO
005660     WRITE BALANCE-LINE FROM WS-SUSPENSO-LINEA.
005670 8310-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710* 8800-WRITE-ALERTA - Append the trial balance result to the
005720*                    business date's existing ALERTA file (the
005730*                    same one the posting run raises), creating
005740*                    it if the posting run reconciled clean and
005750*                    truncated it
005760******************************************************************
005770 8800-WRITE-ALERTA.
005780     OPEN EXTEND ALERTA-FILE
005790     IF WS-ALERTA-NOFILE
005800         OPEN OUTPUT ALERTA-FILE
005810     END-IF
005820     MOVE "*** ALERTA OPERATIVA - REVISAR BALANCE DE COMPROBACION"
005830         TO ALERTA-LINE
005840     WRITE ALERTA-LINE
005850     IF NOT WS-GENERAL-CUADRA
005860         MOVE "  BALANCE DE COMPROBACION: NO CUADRA"
005870             TO ALERTA-LINE
005880         WRITE ALERTA-LINE
005890     END-IF
005900     IF WS-CNT-SUSPENSO > 0
005910         MOVE "  LEGS CONTABLES EN CUENTA SUSPENSO:"
005920             TO WS-ALR-ETIQUETA
005930         MOVE WS-CNT-SUSPENSO TO WS-ALR-CNT
005940         WRITE ALERTA-LINE FROM WS-ALERTA-TEXTO
005950     END-IF
005960     CLOSE ALERTA-FILE
005970     DISPLAY "*** ALERTA OPERATIVA ESCRITA EN "
005980         WS-ALERTA-FILENAME.
005990 8800-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030* 9999-TERMINATE - Close the report
006040******************************************************************
006050 9999-TERMINATE.
006060     CLOSE BALANCE-FILE.
006070 9999-EXIT.
006080     EXIT.
