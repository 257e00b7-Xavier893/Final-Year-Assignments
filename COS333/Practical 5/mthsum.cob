000307* 2026-09-02 DF    BREAK THE SUMMARY BY LOCATION THEN SHIFT NOW
000308*                  THAT BOTH PLANTS RUN CONSOLIDATED AND THE
000309*                  MASTER KEY LEADS WITH THE LOCATION CODE.
000310* 2026-10-15 DF    BUILD THE MONTH FROM THE NIGHTLY RUN'S KEYED
000311*                  DAILY SUMMARY FILE (ONE RECORD PER LOCATION /
000312*                  READING DATE / SHIFT) INSTEAD OF RE-SCANNING
000313*                  EVERY READING ON THE READINGS MASTER.
000314* 2026-10-15 DF    WARN, WITH RETURN CODE 4, WHEN THE DAILY
000315*                  SUMMARY FILE STARTS AFTER THE FIRST DAY OF THE
000316*                  PRIOR MONTH, AS ITS FIGURES ARE THEN PARTIAL.
000317*--------------------------------------------------------------
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360*
000370     SELECT DAILY-SUMMARY-FILE ASSIGN TO "DAYSUMM"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS DSM-KEY
000410         FILE STATUS IS DAILY-SUMMARY-STATUS.
000420*
000430     SELECT PARAMETER-FILE ASSIGN TO "MTHPARM"
000440         ORGANIZATION IS SEQUENTIAL
000500 DATA DIVISION.
000510 FILE SECTION.
000520*
000530 FD  DAILY-SUMMARY-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 100 CHARACTERS.
000560 01  DAILY-SUMMARY-RECORD.
000570     05  DSM-KEY.
000575         10  DSM-LOCATION        PIC X(03).
000580         10  DSM-READING-DATE    PIC 9(08).
000590         10  DSM-SHIFT-CODE      PIC X(03).
000600     05  DSM-COUNT               PIC 9(05).
000601     05  DSM-SUM                 PIC S9(10)V9.
000602     05  DSM-SUM-SQUARES         PIC 9(15)V9(02).
000603     05  DSM-SMALLEST            PIC S9(05)V9.
000604     05  DSM-LARGEST             PIC S9(05)V9.
000605     05  DSM-MEAN                PIC S9(07)V9(02).
000606     05  DSM-MEDIAN              PIC S9(07)V9(02).
000607     05  DSM-STD-DEV             PIC 9(05)V9(02).
000610     05  DSM-RUN-DATE            PIC 9(08).
000630     05  DSM-FILLER              PIC X(08).
000640*
000650 FD  PARAMETER-FILE
000660     LABEL RECORDS ARE STANDARD
000790*--------------------------------------------------------------
000800* SWITCHES
000810*--------------------------------------------------------------
000820 01  SUMMARY-SW                  PIC X(01)   VALUE "N".
000830     88  END-OF-SUMMARY                       VALUE "Y".
000840     88  MORE-SUMMARY                         VALUE "N".
000850*
000860 01  PARAMETER-OK-SW             PIC X(01)   VALUE "N".
000870     88  PARAMETER-OK                         VALUE "Y".
000926     88  SHIFT-SLOTS-OVERFLOWED               VALUE "Y".
000928     88  SHIFT-SLOTS-FIT                      VALUE "N".
000930*
000940 01  DAILY-SUMMARY-STATUS        PIC X(02).
000950 01  PARAMETER-STATUS            PIC X(02).
000960*
000970*--------------------------------------------------------------
001160     05  RUN-DATE-MM             PIC 9(02).
001170     05  RUN-DATE-DD             PIC 9(02).
001180*
001181*    THE DAILY SUMMARY FILE IS ONLY AS OLD AS THE NIGHTLY RUN
001182*    THAT FIRST WROTE IT, SO ITS EARLIEST READING DATE IS KEPT
001183*    TO WARN WHEN THE TWO MONTHS REPORTED GO BACK BEFORE IT
001184 01  EARLIEST-SUMMARY-DATE       PIC 9(08)   VALUE ZERO.
001185 01  HISTORY-DATE-WORK.
001186     05  HDW-MONTH               PIC 9(06).
001187     05  HDW-DAY                 PIC 9(02).
001188 01  HISTORY-DATE-N REDEFINES HISTORY-DATE-WORK
001189                                 PIC 9(08).
001190 01  HISTORY-DATE-SPLIT REDEFINES HISTORY-DATE-WORK.
001191     05  HDS-YYYY                PIC 9(04).
001192     05  HDS-MM                  PIC 9(02).
001193     05  HDS-DD                  PIC 9(02).
001194*
001197*--------------------------------------------------------------
001200* PER-SHIFT ACCUMULATORS - ONE SLOT PER SHIFT CODE SEEN IN
001210* EITHER MONTH, SAME TEN-SHIFT CAPACITY AS THE NIGHTLY RUN
001220*--------------------------------------------------------------
001520*--------------------------------------------------------------
001530* DERIVED-STATISTICS WORK AREAS.  THE STANDARD DEVIATION COMES
001540* FROM THE RUNNING SUM OF SQUARES, SO ONE SEQUENTIAL PASS OVER
001550* THE DAILY SUMMARY FILE IS ENOUGH FOR BOTH MONTHS.
001560*--------------------------------------------------------------
001570 01  WORK-COUNT                  PIC 9(07)   VALUE ZERO.
001580 01  WORK-SUM                    PIC S9(12)V9 VALUE ZERO.
002430     05  FILLER                  PIC X(36)
002440             VALUE "C - NO SUMMARY PRODUCED".
002450*
002460 01  MTH-NO-SUMMARY-LINE.
002470     05  FILLER                  PIC X(44)
002480             VALUE "DAILY SUMMARY FILE NOT AVAILABLE - NO SUMMAR".
002490     05  FILLER                  PIC X(36)
002500             VALUE "Y PRODUCED".
002510*
002520 01  MTH-NO-DATA-LINE.
002530     05  FILLER                  PIC X(43)
002540             VALUE "NO DAILY SUMMARIES ON FILE FOR EITHER MONTH".
002550     05  FILLER                  PIC X(37) VALUE SPACES.
002551*
002552 01  MTH-HISTORY-LINE.
002553     05  FILLER                  PIC X(32)
002554             VALUE "SUMMARY HISTORY INCOMPLETE FROM ".
002555     05  MTH-HIS-FROM-MM         PIC 99.
002556     05  FILLER                  PIC X(01) VALUE "/".
002557     05  MTH-HIS-FROM-DD         PIC 99.
002558     05  FILLER                  PIC X(01) VALUE "/".
002559     05  MTH-HIS-FROM-YYYY       PIC 9(04).
002560     05  FILLER                  PIC X(25)
002561             VALUE " - DAILY SUMMARIES START ".
002562     05  MTH-HIS-START-MM        PIC 99.
002563     05  FILLER                  PIC X(01) VALUE "/".
002564     05  MTH-HIS-START-DD        PIC 99.
002565     05  FILLER                  PIC X(01) VALUE "/".
002566     05  MTH-HIS-START-YYYY      PIC 9(04).
002567     05  FILLER                  PIC X(03) VALUE SPACES.
002568*
002570 PROCEDURE DIVISION.
002580*
002590*----------------------------------------------------------------
002650         THRU 1000-INITIALIZE-EXIT.
002660*
002670     IF PARAMETER-OK
002680         PERFORM 2000-SCAN-SUMMARY
002690             THRU 2000-SCAN-SUMMARY-EXIT
002700     END-IF.
002710*
002720     IF PARAMETER-OK
003390     EXIT.
003400*
003410*----------------------------------------------------------------
003420* 2000-SCAN-SUMMARY - ONE SEQUENTIAL PASS OVER THE DAILY SUMMARY
003430*     FILE, ROLLING EACH LOCATION / DATE / SHIFT RECORD OF THE
003440*     REPORT MONTH OR THE PRIOR MONTH INTO ITS SHIFT'S
003445*     ACCUMULATORS
003450*----------------------------------------------------------------
003460 2000-SCAN-SUMMARY.
003470*
003480     OPEN INPUT DAILY-SUMMARY-FILE.
003490     IF DAILY-SUMMARY-STATUS NOT = "00"
003500         DISPLAY "MTHSUM - DAILY-SUMMARY-FILE NOT AVAILABLE, "
003510             "STATUS = " DAILY-SUMMARY-STATUS
003520         MOVE MTH-NO-SUMMARY-LINE TO PRINT-LINE
003530         WRITE MONTH-REPORT-RECORD FROM PRINT-LINE
003540             AFTER ADVANCING 2 LINES
003550         MOVE 16 TO RETURN-CODE
003560         SET PARAMETER-BAD TO TRUE
003570         GO TO 2000-SCAN-SUMMARY-EXIT
003580     END-IF.
003590*
003600     SET MORE-SUMMARY TO TRUE.
003610     PERFORM 2100-SCAN-ONE-SUMMARY
003620         THRU 2100-SCAN-ONE-SUMMARY-EXIT
003630         UNTIL END-OF-SUMMARY.
003640     CLOSE DAILY-SUMMARY-FILE.
003650*
003651     PERFORM 2500-CHECK-HISTORY-START
003652         THRU 2500-CHECK-HISTORY-START-EXIT.
003653*
003660 2000-SCAN-SUMMARY-EXIT.
003670     EXIT.
003680*
003690 2100-SCAN-ONE-SUMMARY.
003700*
003710     READ DAILY-SUMMARY-FILE
003720         AT END
003730             SET END-OF-SUMMARY TO TRUE
003740             GO TO 2100-SCAN-ONE-SUMMARY-EXIT
003750     END-READ.
003760*
003761     IF EARLIEST-SUMMARY-DATE = ZERO
003762         OR DSM-READING-DATE < EARLIEST-SUMMARY-DATE
003763         MOVE DSM-READING-DATE TO EARLIEST-SUMMARY-DATE
003764     END-IF.
003765*
003770     MOVE DSM-READING-DATE TO READ-DATE-WORK.
003780     IF RDW-MONTH NOT = REPORT-MONTH
003790         AND RDW-MONTH NOT = PRIOR-MONTH
003800         GO TO 2100-SCAN-ONE-SUMMARY-EXIT
003810     END-IF.
003812     IF DSM-COUNT = ZERO
003814         GO TO 2100-SCAN-ONE-SUMMARY-EXIT
003816     END-IF.
003820*
003830     PERFORM 2200-FIND-SHIFT-SLOT
003840         THRU 2200-FIND-SHIFT-SLOT-EXIT.
003850     IF SHIFT-SLOT-NOT-FOUND
003860         GO TO 2100-SCAN-ONE-SUMMARY-EXIT
003870     END-IF.
003880*
003890     IF RDW-MONTH = REPORT-MONTH
003940             THRU 2400-ACCUMULATE-PRIOR-EXIT
003950     END-IF.
003960*
003970 2100-SCAN-ONE-SUMMARY-EXIT.
003980     EXIT.
003990*
004000*----------------------------------------------------------------
004010* 2200-FIND-SHIFT-SLOT - FIND OR CREATE THE ACCUMULATOR SLOT
004020*     FOR DSM-LOCATION / DSM-SHIFT-CODE, RETURNING SHIFT-SLOT-IX
004030*----------------------------------------------------------------
004040 2200-FIND-SHIFT-SLOT.
004050*
004060     SET SHIFT-SLOT-NOT-FOUND TO TRUE.
004070     PERFORM VARYING L FROM 1 BY 1 UNTIL L > SHIFT-SLOT-COUNT
004080         IF SLOT-CODE-TABLE(L) = DSM-SHIFT-CODE
004085             AND SLOT-LOC-TABLE(L) = DSM-LOCATION
004090             SET SHIFT-SLOT-FOUND TO TRUE
004100             MOVE L TO SHIFT-SLOT-IX
004110         END-IF
004220*
004230     ADD 1 TO SHIFT-SLOT-COUNT.
004240     MOVE SHIFT-SLOT-COUNT TO SHIFT-SLOT-IX.
004245     MOVE DSM-LOCATION   TO SLOT-LOC-TABLE(SHIFT-SLOT-IX).
004250     MOVE DSM-SHIFT-CODE TO SLOT-CODE-TABLE(SHIFT-SLOT-IX).
004260     MOVE ZERO TO CUR-COUNT-TABLE(SHIFT-SLOT-IX).
004270     MOVE ZERO TO CUR-SUM-TABLE(SHIFT-SLOT-IX).
004280     MOVE ZERO TO CUR-SUMSQ-TABLE(SHIFT-SLOT-IX).
004400*
004410 2300-ACCUMULATE-CURRENT.
004420*
004430     IF CUR-COUNT-TABLE(SHIFT-SLOT-IX) = ZERO
004440         MOVE DSM-SMALLEST TO CUR-SMALL-TABLE(SHIFT-SLOT-IX)
004450         MOVE DSM-LARGEST  TO CUR-LARGE-TABLE(SHIFT-SLOT-IX)
004460     ELSE
004470         IF DSM-SMALLEST < CUR-SMALL-TABLE(SHIFT-SLOT-IX)
004480             MOVE DSM-SMALLEST TO CUR-SMALL-TABLE(SHIFT-SLOT-IX)
004490         END-IF
004500         IF DSM-LARGEST > CUR-LARGE-TABLE(SHIFT-SLOT-IX)
004510             MOVE DSM-LARGEST TO CUR-LARGE-TABLE(SHIFT-SLOT-IX)
004520         END-IF
004530     END-IF.
004540     ADD DSM-COUNT       TO CUR-COUNT-TABLE(SHIFT-SLOT-IX).
004550     ADD DSM-SUM         TO CUR-SUM-TABLE(SHIFT-SLOT-IX).
004560     ADD DSM-SUM-SQUARES TO CUR-SUMSQ-TABLE(SHIFT-SLOT-IX).
004570*
004580     IF CUR-TOT-COUNT = ZERO
004590         MOVE DSM-SMALLEST TO CUR-TOT-SMALL
004600         MOVE DSM-LARGEST  TO CUR-TOT-LARGE
004610     ELSE
004620         IF DSM-SMALLEST < CUR-TOT-SMALL
004630             MOVE DSM-SMALLEST TO CUR-TOT-SMALL
004640         END-IF
004650         IF DSM-LARGEST > CUR-TOT-LARGE
004660             MOVE DSM-LARGEST TO CUR-TOT-LARGE
004670         END-IF
004680     END-IF.
004690     ADD DSM-COUNT       TO CUR-TOT-COUNT.
004700     ADD DSM-SUM         TO CUR-TOT-SUM.
004710     ADD DSM-SUM-SQUARES TO CUR-TOT-SUMSQ.
004720*
004730 2300-ACCUMULATE-CURRENT-EXIT.
004740     EXIT.
004800*
004810 2400-ACCUMULATE-PRIOR.
004820*
004830     IF PRI-COUNT-TABLE(SHIFT-SLOT-IX) = ZERO
004840         MOVE DSM-SMALLEST TO PRI-SMALL-TABLE(SHIFT-SLOT-IX)
004850         MOVE DSM-LARGEST  TO PRI-LARGE-TABLE(SHIFT-SLOT-IX)
004860     ELSE
004870         IF DSM-SMALLEST < PRI-SMALL-TABLE(SHIFT-SLOT-IX)
004880             MOVE DSM-SMALLEST TO PRI-SMALL-TABLE(SHIFT-SLOT-IX)
004890         END-IF
004900         IF DSM-LARGEST > PRI-LARGE-TABLE(SHIFT-SLOT-IX)
004910             MOVE DSM-LARGEST TO PRI-LARGE-TABLE(SHIFT-SLOT-IX)
004920         END-IF
004930     END-IF.
004940     ADD DSM-COUNT       TO PRI-COUNT-TABLE(SHIFT-SLOT-IX).
004950     ADD DSM-SUM         TO PRI-SUM-TABLE(SHIFT-SLOT-IX).
004960     ADD DSM-SUM-SQUARES TO PRI-SUMSQ-TABLE(SHIFT-SLOT-IX).
004970*
004980     IF PRI-TOT-COUNT = ZERO
004990         MOVE DSM-SMALLEST TO PRI-TOT-SMALL
005000         MOVE DSM-LARGEST  TO PRI-TOT-LARGE
005010     ELSE
005020         IF DSM-SMALLEST < PRI-TOT-SMALL
005030             MOVE DSM-SMALLEST TO PRI-TOT-SMALL
005040         END-IF
005050         IF DSM-LARGEST > PRI-TOT-LARGE
005060             MOVE DSM-LARGEST TO PRI-TOT-LARGE
005070         END-IF
005080     END-IF.
005090     ADD DSM-COUNT       TO PRI-TOT-COUNT.
005100     ADD DSM-SUM         TO PRI-TOT-SUM.
005110     ADD DSM-SUM-SQUARES TO PRI-TOT-SUMSQ.
005120*
005130 2400-ACCUMULATE-PRIOR-EXIT.
005140     EXIT.
005141*
005142*----------------------------------------------------------------
005143* 2500-CHECK-HISTORY-START - THE DAILY SUMMARY FILE IS NOT
005144*     BACKFILLED, SO IF ITS FIRST READING DATE FALLS AFTER THE
005145*     FIRST DAY OF THE PRIOR MONTH THE FIGURES BELOW ARE PARTIAL.
005146*     SAY SO ON THE REPORT AND WARN THE SCHEDULER.
005147*----------------------------------------------------------------
005148 2500-CHECK-HISTORY-START.
005149*
005150     MOVE PRIOR-MONTH TO HDW-MONTH.
005151     MOVE 01 TO HDW-DAY.
005152     IF EARLIEST-SUMMARY-DATE = ZERO
005153         OR EARLIEST-SUMMARY-DATE NOT > HISTORY-DATE-N
005154         GO TO 2500-CHECK-HISTORY-START-EXIT
005155     END-IF.
005156*
005157     MOVE HDS-MM   TO MTH-HIS-FROM-MM.
005158     MOVE HDS-DD   TO MTH-HIS-FROM-DD.
005159     MOVE HDS-YYYY TO MTH-HIS-FROM-YYYY.
005160     MOVE EARLIEST-SUMMARY-DATE TO HISTORY-DATE-N.
005161     MOVE HDS-MM   TO MTH-HIS-START-MM.
005162     MOVE HDS-DD   TO MTH-HIS-START-DD.
005163     MOVE HDS-YYYY TO MTH-HIS-START-YYYY.
005164     MOVE MTH-HISTORY-LINE TO PRINT-LINE.
005165     WRITE MONTH-REPORT-RECORD FROM PRINT-LINE
005166         AFTER ADVANCING 2 LINES.
005167     DISPLAY "MTHSUM - DAILY SUMMARIES START "
005170         EARLIEST-SUMMARY-DATE ", FIGURES BEFORE THEN ARE "
005173         "INCOMPLETE".
005176     IF RETURN-CODE = ZERO
005179         MOVE 4 TO RETURN-CODE
005182     END-IF.
005185*
005188 2500-CHECK-HISTORY-START-EXIT.
005191     EXIT.
005200*
005210*----------------------------------------------------------------
005220* 3000-WRITE-SUMMARY - ONE BLOCK PER SHIFT AND A MONTHLY GRAND
