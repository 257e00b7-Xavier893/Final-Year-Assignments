000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     SPCCHART.
000120 AUTHOR.         S20526254.
000130 INSTALLATION.   OPS-BATCH-SUPPORT.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.
000160*
000170*--------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*--------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* ---------- ----  -----------------------------------------
000220* 2026-10-15 DF    ORIGINAL PROGRAM - STATISTICAL PROCESS
000230*                  CONTROL CHART OVER THE KEYED READINGS
000240*                  MASTER.  FIXED CONTROL LIMITS (CENTRE LINE
000250*                  AND 1, 2 AND 3 SIGMA EITHER SIDE) ARE SET
000260*                  PER LOCATION AND SHIFT FROM THE DAILY MEANS
000270*                  OF A BASELINE DATE RANGE ON THE PARAMETER
000280*                  CARD, AND EACH LATER DAY'S MEAN IS CHARTED
000290*                  AGAINST THEM WITH THE FOUR STANDARD RUN
000300*                  RULES FLAGGED, SO A DRIFTING PROCESS IS
000310*                  CAUGHT BEFORE THE SHIFT BAND LIMITS ARE EVER
000320*                  BREACHED.  THE OUTLIER LISTING IN THE
000330*                  NIGHTLY RUN CANNOT SEE A SLOW DRIFT BECAUSE
000340*                  ITS MEAN MOVES WITH THE DRIFT.
000341* 2026-10-15 DF    ROOM FOR THIRTY LOCATION / SHIFT CHARTS, AND A
000342*                  SLOT OR CHART-POINT OVERFLOW IS NOW PRINTED ON
000343*                  THE REPORT WITH RETURN CODE 4.
000350*--------------------------------------------------------------
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400*
000410     SELECT READINGS-MASTER-FILE ASSIGN TO "READMST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS RDM-KEY
000450         FILE STATUS IS READINGS-MASTER-STATUS.
000460*
000470     SELECT PARAMETER-FILE ASSIGN TO "SPCPARM"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS PARAMETER-STATUS.
000500*
000510     SELECT SPC-REPORT-FILE ASSIGN TO "SPCRPT"
000520         ORGANIZATION IS SEQUENTIAL.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560*
000570 FD  READINGS-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 40 CHARACTERS.
000600 01  READINGS-MASTER-RECORD.
000610     05  RDM-KEY.
000620         10  RDM-LOCATION        PIC X(03).
000630         10  RDM-READING-DATE    PIC 9(08).
000640         10  RDM-SHIFT-CODE      PIC X(03).
000650         10  RDM-SEQUENCE        PIC 9(05).
000660     05  RDM-READING-VALUE       PIC S9(05)V9.
000670     05  RDM-RECORD-NUMBER       PIC 9(07).
000680     05  RDM-FILLER              PIC X(08).
000690*
000700*    PARAMETER CARD - BASELINE FROM AND TO DATES (REQUIRED), THE
000710*    LAST DATE TO CHART (ZERO OR BLANK CHARTS TO THE END OF THE
000720*    MASTER), AND AN OPTIONAL LOCATION AND SHIFT CODE TO LIMIT
000730*    THE RUN TO ONE CHART (BLANK CHARTS EVERY LOCATION/SHIFT)
000740 FD  PARAMETER-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  PARAMETER-RECORD.
000780     05  PRM-BASE-FROM           PIC 9(08).
000790     05  PRM-BASE-TO             PIC 9(08).
000800     05  PRM-CHART-TO            PIC 9(08).
000810     05  PRM-CHART-TO-X REDEFINES PRM-CHART-TO
000820                                 PIC X(08).
000830     05  PRM-LOCATION            PIC X(03).
000840     05  PRM-SHIFT-CODE          PIC X(03).
000850     05  PRM-FILLER              PIC X(50).
000860*
000870 FD  SPC-REPORT-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  SPC-REPORT-RECORD           PIC X(80).
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940*--------------------------------------------------------------
000950* SWITCHES
000960*--------------------------------------------------------------
000970 01  MASTER-SW                   PIC X(01)   VALUE "N".
000980     88  END-OF-MASTER                        VALUE "Y".
000990     88  MORE-MASTER                          VALUE "N".
001000*
001010 01  PARAMETER-OK-SW             PIC X(01)   VALUE "N".
001020     88  PARAMETER-OK                         VALUE "Y".
001030     88  PARAMETER-BAD                        VALUE "N".
001040*
001050 01  SHIFT-FOUND-SW              PIC X(01)   VALUE "N".
001060     88  SHIFT-SLOT-FOUND                     VALUE "Y".
001070     88  SHIFT-SLOT-NOT-FOUND                 VALUE "N".
001080*
001090 01  SHIFT-SLOT-OVFL-SW          PIC X(01)   VALUE "N".
001100     88  SHIFT-SLOTS-OVERFLOWED               VALUE "Y".
001110     88  SHIFT-SLOTS-FIT                      VALUE "N".
001120*
001130 01  POINT-OVFL-SW               PIC X(01)   VALUE "N".
001140     88  POINTS-OVERFLOWED                    VALUE "Y".
001150     88  POINTS-FIT                           VALUE "N".
001160*
001170 01  DAY-PERIOD-SW               PIC X(01)   VALUE "B".
001180     88  DAY-IN-BASELINE                      VALUE "B".
001190     88  DAY-IN-CHART                         VALUE "C".
001200*
001210 01  READINGS-MASTER-STATUS      PIC X(02).
001220 01  PARAMETER-STATUS            PIC X(02).
001230*
001240*--------------------------------------------------------------
001250* PARAMETER WORK AREAS
001260*--------------------------------------------------------------
001270 01  BASE-FROM-DATE              PIC 9(08)   VALUE ZERO.
001280 01  BASE-TO-DATE                PIC 9(08)   VALUE ZERO.
001290 01  CHART-TO-DATE               PIC 9(08)   VALUE ZERO.
001300 01  SELECT-LOCATION             PIC X(03)   VALUE SPACES.
001310 01  SELECT-SHIFT-CODE           PIC X(03)   VALUE SPACES.
001320*
001330 01  DATE-SPLIT-WORK.
001340     05  DATE-SPLIT-YYYY         PIC 9(04).
001350     05  DATE-SPLIT-MM           PIC 9(02).
001360     05  DATE-SPLIT-DD           PIC 9(02).
001370*
001380 01  RUN-DATE.
001390     05  RUN-DATE-YYYY           PIC 9(04).
001400     05  RUN-DATE-MM             PIC 9(02).
001410     05  RUN-DATE-DD             PIC 9(02).
001420*
001430*--------------------------------------------------------------
001440* DAY GROUP - THE READINGS OF ONE LOCATION, READING DATE AND
001450* SHIFT.  THE MASTER KEY KEEPS EACH GROUP TOGETHER, SO THE GROUP
001460* CLOSES AS SOON AS ANY PART OF THE KEY CHANGES.
001470*--------------------------------------------------------------
001480 01  DAY-LOCATION                PIC X(03)   VALUE SPACES.
001490 01  DAY-DATE                    PIC 9(08)   VALUE ZERO.
001500 01  DAY-SHIFT-CODE              PIC X(03)   VALUE SPACES.
001510 01  DAY-COUNT                   PIC 9(05)   VALUE ZERO.
001520 01  DAY-SUM                     PIC S9(10)V9 VALUE ZERO.
001530 01  DAY-MEAN                    PIC S9(05)V9(02) VALUE ZERO.
001540*
001550*--------------------------------------------------------------
001560* PER LOCATION/SHIFT CHART SLOTS - ROOM FOR THIRTY LOCATION /
001570* SHIFT PAIRS ACROSS THE PLANTS.  THE BASELINE ACCUMULATORS
001580* HOLD THE DAILY MEANS, NOT THE RAW READINGS, SINCE IT IS THE
001590* DAILY MEAN THAT IS CHARTED.
001600*--------------------------------------------------------------
001610 01  SHIFT-SLOT-MAX              PIC 9(02)   VALUE 30.
001620 01  SHIFT-SLOT-COUNT            PIC 9(02)   VALUE ZERO.
001630 01  SHIFT-SLOT-IX               PIC 9(02)   VALUE ZERO.
001640 01  SLOT-LOC-TABLE              PIC X(03)   OCCURS 30 TIMES.
001650 01  SLOT-CODE-TABLE             PIC X(03)   OCCURS 30 TIMES.
001660*
001670 01  BASE-DAYS-TABLE             PIC 9(05)   OCCURS 30 TIMES.
001680 01  BASE-SUM-TABLE              PIC S9(10)V9(02) OCCURS 30 TIMES.
001690 01  BASE-SUMSQ-TABLE            PIC 9(16)V9(04) OCCURS 30 TIMES.
001700 01  CENTRE-TABLE                PIC S9(05)V9(02) OCCURS 30 TIMES.
001710 01  SIGMA-TABLE                 PIC 9(05)V9(02) OCCURS 30 TIMES.
001720 01  LIMITS-SET-TABLE            PIC X(01)   OCCURS 30 TIMES.
001730*
001740 01  CHART-DAYS-TABLE            PIC 9(05)   OCCURS 30 TIMES.
001750 01  ALARM-DAYS-TABLE            PIC 9(05)   OCCURS 30 TIMES.
001760 01  RULE1-COUNT-TABLE           PIC 9(05)   OCCURS 30 TIMES.
001770 01  RULE2-COUNT-TABLE           PIC 9(05)   OCCURS 30 TIMES.
001780 01  RULE3-COUNT-TABLE           PIC 9(05)   OCCURS 30 TIMES.
001790 01  RULE4-COUNT-TABLE           PIC 9(05)   OCCURS 30 TIMES.
001800*
001810*--------------------------------------------------------------
001820* CHART POINTS - ONE PER LOCATION/SHIFT/DAY AFTER THE BASELINE,
001830* IN MASTER KEY ORDER, SO EACH SLOT'S POINTS ASCEND BY DATE
001840*--------------------------------------------------------------
001850 01  POINT-MAX                   PIC 9(04)   VALUE 3000.
001860 01  POINT-COUNT                 PIC 9(04)   VALUE ZERO.
001870 01  P                           PIC 9(04)   VALUE ZERO.
001880 01  PT-SLOT-TABLE               PIC 9(02)   OCCURS 3000 TIMES.
001890 01  PT-DATE-TABLE               PIC 9(08)   OCCURS 3000 TIMES.
001900 01  PT-COUNT-TABLE              PIC 9(05)   OCCURS 3000 TIMES.
001910 01  PT-MEAN-TABLE               PIC S9(05)V9(02)
001920                                 OCCURS 3000 TIMES.
001930*
001940*--------------------------------------------------------------
001950* RUN-RULE WINDOW - THE ZONE OF THE LAST EIGHT POINTS CHARTED
001960* FOR THE CURRENT SLOT, NEWEST IN POSITION 1.  SIDE IS A (ABOVE
001970* THE CENTRE LINE), B (BELOW) OR C (ON IT); LEVEL IS THE NUMBER
001980* OF WHOLE SIGMAS THE POINT LIES BEYOND THE CENTRE LINE, 0-3.
001990*--------------------------------------------------------------
002000 01  WINDOW-MAX                  PIC 9(02)   VALUE 8.
002010 01  WINDOW-COUNT                PIC 9(02)   VALUE ZERO.
002020 01  WIN-SIDE-TABLE              PIC X(01)   OCCURS 8 TIMES.
002030 01  WIN-LEVEL-TABLE             PIC 9(01)   OCCURS 8 TIMES.
002040 01  W                           PIC 9(02)   VALUE ZERO.
002050*
002060 01  POINT-SIDE                  PIC X(01)   VALUE SPACE.
002070 01  POINT-LEVEL                 PIC 9(01)   VALUE ZERO.
002080 01  RULE-SPAN                   PIC 9(02)   VALUE ZERO.
002090 01  RULE-LEVEL                  PIC 9(01)   VALUE ZERO.
002100 01  RULE-HITS                   PIC 9(02)   VALUE ZERO.
002110 01  POINT-ALARM-SW              PIC X(01)   VALUE "N".
002120     88  POINT-IN-ALARM                       VALUE "Y".
002130     88  POINT-IN-CONTROL                     VALUE "N".
002140*
002150*--------------------------------------------------------------
002160* CONTROL-LIMIT WORK AREAS.  SIGMA IS THE SAMPLE STANDARD
002170* DEVIATION OF THE BASELINE DAILY MEANS, DERIVED FROM THEIR
002180* RUNNING SUM AND SUM OF SQUARES.
002190*--------------------------------------------------------------
002200 01  WORK-DAYS                   PIC 9(05)   VALUE ZERO.
002210 01  WORK-DEGREES                PIC 9(05)   VALUE ZERO.
002220 01  WORK-SUM                    PIC S9(10)V9(02) VALUE ZERO.
002230 01  WORK-SUMSQ                  PIC 9(16)V9(04) VALUE ZERO.
002240 01  WORK-MEAN                   PIC S9(05)V9(02) VALUE ZERO.
002250 01  WORK-SUM-SQUARED            PIC 9(16)V9(04) VALUE ZERO.
002260 01  WORK-CORRECTION             PIC 9(16)V9(04) VALUE ZERO.
002270 01  WORK-VARIANCE               PIC S9(14)V9(04) VALUE ZERO.
002280 01  WORK-DEVIATION              PIC S9(06)V9(02) VALUE ZERO.
002290 01  WORK-ABS-DEVIATION          PIC 9(06)V9(02) VALUE ZERO.
002300 01  WORK-LIMIT                  PIC S9(06)V9(02) VALUE ZERO.
002310 01  SIGMA-MULTIPLE              PIC S9(01)  VALUE ZERO.
002320*
002330 01  MIN-BASELINE-DAYS           PIC 9(02)   VALUE 2.
002340 01  TOTAL-ALARM-DAYS            PIC 9(05)   VALUE ZERO.
002350 01  TOTAL-CHART-DAYS            PIC 9(05)   VALUE ZERO.
002360*
002370*--------------------------------------------------------------
002380* REPORT LINES
002390*--------------------------------------------------------------
002400 01  PRINT-LINE                  PIC X(80).
002410*
002420 01  SPC-HEADING-1.
002430     05  FILLER                  PIC X(30)
002440             VALUE "SPC CONTROL CHART - DAY MEANS".
002450     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002460     05  SPC-HDG-MM              PIC 99.
002470     05  FILLER                  PIC X(01) VALUE "/".
002480     05  SPC-HDG-DD              PIC 99.
002490     05  FILLER                  PIC X(01) VALUE "/".
002500     05  SPC-HDG-YYYY            PIC 9(04).
002510     05  FILLER                  PIC X(30) VALUE SPACES.
002520*
002530 01  SPC-PARM-LINE.
002540     05  FILLER                  PIC X(10) VALUE "BASELINE: ".
002550     05  SPC-PRM-FROM-MM         PIC 99.
002560     05  FILLER                  PIC X(01) VALUE "/".
002570     05  SPC-PRM-FROM-DD         PIC 99.
002580     05  FILLER                  PIC X(01) VALUE "/".
002590     05  SPC-PRM-FROM-YYYY       PIC 9(04).
002600     05  FILLER                  PIC X(04) VALUE " TO ".
002610     05  SPC-PRM-TO-MM           PIC 99.
002620     05  FILLER                  PIC X(01) VALUE "/".
002630     05  SPC-PRM-TO-DD           PIC 99.
002640     05  FILLER                  PIC X(01) VALUE "/".
002650     05  SPC-PRM-TO-YYYY         PIC 9(04).
002660     05  FILLER                  PIC X(18)
002670             VALUE "   CHARTED UNTIL: ".
002680     05  SPC-PRM-CHART-TO        PIC X(10).
002690     05  FILLER                  PIC X(18) VALUE SPACES.
002700*
002710 01  SPC-RULE-LEGEND-1.
002720     05  FILLER                  PIC X(40)
002730             VALUE "RUN RULES: R1 ONE POINT BEYOND 3 SIGMA  ".
002740     05  FILLER                  PIC X(40)
002750             VALUE "R2 2 OF 3 BEYOND 2 SIGMA SAME SIDE".
002760*
002770 01  SPC-RULE-LEGEND-2.
002780     05  FILLER                  PIC X(11) VALUE SPACES.
002790     05  FILLER                  PIC X(40)
002800             VALUE "R3 4 OF 5 BEYOND 1 SIGMA SAME SIDE      ".
002810     05  FILLER                  PIC X(29)
002820             VALUE "R4 8 IN A ROW ONE SIDE OF CL".
002830*
002840 01  SPC-SLOT-HEADING.
002850     05  FILLER                  PIC X(10) VALUE "LOCATION: ".
002860     05  SPC-SLT-LOC             PIC X(03).
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  FILLER                  PIC X(07) VALUE "SHIFT: ".
002890     05  SPC-SLT-CODE            PIC X(03).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  FILLER                  PIC X(15)
002920             VALUE "BASELINE DAYS: ".
002930     05  SPC-SLT-BASE-DAYS       PIC ZZZZ9.
002940     05  FILLER                  PIC X(33) VALUE SPACES.
002950*
002960 01  SPC-LIMIT-HEADING.
002970     05  FILLER                  PIC X(10) VALUE "    LCL-3S".
002980     05  FILLER                  PIC X(10) VALUE "    LCL-2S".
002990     05  FILLER                  PIC X(10) VALUE "    LCL-1S".
003000     05  FILLER                  PIC X(10) VALUE "    CENTRE".
003010     05  FILLER                  PIC X(10) VALUE "    UCL+1S".
003020     05  FILLER                  PIC X(10) VALUE "    UCL+2S".
003030     05  FILLER                  PIC X(10) VALUE "    UCL+3S".
003040     05  FILLER                  PIC X(10) VALUE "     SIGMA".
003050*
003060 01  SPC-LIMIT-LINE.
003070     05  SPC-LIM-ENTRY                       OCCURS 8 TIMES.
003080         10  SPC-LIM-GAP         PIC X(01).
003090         10  SPC-LIM-VALUE       PIC +ZZZZ9.99.
003100         10  SPC-LIM-CELL REDEFINES SPC-LIM-VALUE
003110                                 PIC X(09).
003120*
003130 01  SPC-COLUMN-HEADING.
003140     05  FILLER                  PIC X(12) VALUE "DATE".
003150     05  FILLER                  PIC X(07) VALUE "  READ".
003160     05  FILLER                  PIC X(11) VALUE "  DAY MEAN".
003170     05  FILLER                  PIC X(02) VALUE SPACES.
003180     05  FILLER                  PIC X(11) VALUE "-3   |   +3".
003190     05  FILLER                  PIC X(03) VALUE SPACES.
003200     05  FILLER                  PIC X(34) VALUE "ALARMS".
003210*
003220 01  SPC-DETAIL-LINE.
003230     05  SPC-DTL-MM              PIC 99.
003240     05  FILLER                  PIC X(01) VALUE "/".
003250     05  SPC-DTL-DD              PIC 99.
003260     05  FILLER                  PIC X(01) VALUE "/".
003270     05  SPC-DTL-YYYY            PIC 9(04).
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  SPC-DTL-COUNT           PIC ZZZZZ9.
003300     05  FILLER                  PIC X(03) VALUE SPACES.
003310     05  SPC-DTL-MEAN            PIC +ZZZZ9.99.
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  FILLER                  PIC X(01) VALUE "[".
003340     05  SPC-DTL-PLOT.
003350         10  SPC-DTL-CELL        PIC X(01)   OCCURS 9 TIMES.
003360     05  FILLER                  PIC X(01) VALUE "]".
003370     05  FILLER                  PIC X(03) VALUE SPACES.
003380     05  SPC-DTL-RULE1           PIC X(03).
003390     05  SPC-DTL-RULE2           PIC X(03).
003400     05  SPC-DTL-RULE3           PIC X(03).
003410     05  SPC-DTL-RULE4           PIC X(03).
003420     05  FILLER                  PIC X(20) VALUE SPACES.
003430*
003440 01  SPC-EMPTY-PLOT              PIC X(09)   VALUE "....|....".
003450*
003460 01  SPC-NO-LIMITS-LINE.
003470     05  FILLER                  PIC X(44)
003480             VALUE "  BASELINE TOO SHORT OR WITHOUT VARIATION - ".
003490     05  FILLER                  PIC X(36)
003500             VALUE "NO LIMITS SET, NOT CHARTED".
003510*
003520 01  SPC-NO-POINTS-LINE.
003530     05  FILLER                  PIC X(40)
003540             VALUE "  NO DAYS ON THE MASTER AFTER BASELINE".
003550     05  FILLER                  PIC X(40) VALUE SPACES.
003560*
003570 01  SPC-COUNT-LINE.
003580     05  FILLER                  PIC X(02) VALUE SPACES.
003590     05  SPC-CNT-LABEL           PIC X(36).
003600     05  SPC-CNT-VALUE           PIC ZZZZ9.
003610     05  FILLER                  PIC X(37) VALUE SPACES.
003620*
003630 01  SPC-TOTAL-HEADING.
003640     05  FILLER                  PIC X(30)
003650             VALUE "ALL LOCATIONS AND SHIFTS".
003660     05  FILLER                  PIC X(50) VALUE SPACES.
003670*
003680 01  SPC-NO-PARM-LINE.
003690     05  FILLER                  PIC X(44)
003700             VALUE "BASELINE DATE PARAMETERS MISSING OR NOT VALI".
003710     05  FILLER                  PIC X(36)
003720             VALUE "D - NO CHART PRODUCED".
003730*
003740 01  SPC-NO-MASTER-LINE.
003750     05  FILLER                  PIC X(44)
003760             VALUE "READINGS MASTER NOT AVAILABLE - NO CHART PRO".
003770     05  FILLER                  PIC X(36)
003780             VALUE "DUCED".
003790*
003800 01  SPC-NO-DATA-LINE.
003810     05  FILLER                  PIC X(44)
003820             VALUE "NO READINGS ON THE MASTER IN THE BASELINE OR".
003830     05  FILLER                  PIC X(36)
003840             VALUE " CHART PERIOD".
003850*
003851 01  SPC-OVERFLOW-LINE.
003852     05  FILLER                  PIC X(44)
003853             VALUE "TOO MANY LOCATIONS AND SHIFTS OR CHART DAYS ".
003854     05  FILLER                  PIC X(36)
003855             VALUE "- CHARTS INCOMPLETE".
003856*
003860 PROCEDURE DIVISION.
003870*
003880*----------------------------------------------------------------
003890* 0000-MAINLINE
003900*----------------------------------------------------------------
003910 0000-MAINLINE.
003920*
003930     PERFORM 1000-INITIALIZE
003940         THRU 1000-INITIALIZE-EXIT.
003950*
003960     IF PARAMETER-OK
003970         PERFORM 2000-SCAN-MASTER
003980             THRU 2000-SCAN-MASTER-EXIT
003990     END-IF.
004000*
004010     IF PARAMETER-OK
004020         PERFORM 3000-SET-CONTROL-LIMITS
004030             THRU 3000-SET-CONTROL-LIMITS-EXIT
004040         PERFORM 4000-WRITE-CHARTS
004050             THRU 4000-WRITE-CHARTS-EXIT
004060     END-IF.
004070*
004080     PERFORM 9999-TERMINATE
004090         THRU 9999-TERMINATE-EXIT.
004100*
004110     STOP RUN.
004120*
004130*----------------------------------------------------------------
004140* 1000-INITIALIZE - OPEN THE REPORT AND READ THE BASELINE AND
004150*     CHART-PERIOD PARAMETER CARD
004160*----------------------------------------------------------------
004170 1000-INITIALIZE.
004180*
004190     OPEN OUTPUT SPC-REPORT-FILE.
004200     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
004210*
004220     MOVE RUN-DATE-MM   TO SPC-HDG-MM.
004230     MOVE RUN-DATE-DD   TO SPC-HDG-DD.
004240     MOVE RUN-DATE-YYYY TO SPC-HDG-YYYY.
004250     MOVE SPC-HEADING-1 TO PRINT-LINE.
004260     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
004270         AFTER ADVANCING 1 LINE.
004280*
004290     SET PARAMETER-BAD TO TRUE.
004300     OPEN INPUT PARAMETER-FILE.
004310     IF PARAMETER-STATUS = "00"
004320         READ PARAMETER-FILE
004330             AT END
004340                 CONTINUE
004350             NOT AT END
004360                 PERFORM 1100-EDIT-PARAMETER
004370                     THRU 1100-EDIT-PARAMETER-EXIT
004380         END-READ
004390         CLOSE PARAMETER-FILE
004400     END-IF.
004410*
004420     IF PARAMETER-BAD
004430         MOVE SPC-NO-PARM-LINE TO PRINT-LINE
004440         WRITE SPC-REPORT-RECORD FROM PRINT-LINE
004450             AFTER ADVANCING 2 LINES
004460         MOVE 16 TO RETURN-CODE
004470         GO TO 1000-INITIALIZE-EXIT
004480     END-IF.
004490*
004500     MOVE BASE-FROM-DATE TO DATE-SPLIT-WORK.
004510     MOVE DATE-SPLIT-MM   TO SPC-PRM-FROM-MM.
004520     MOVE DATE-SPLIT-DD   TO SPC-PRM-FROM-DD.
004530     MOVE DATE-SPLIT-YYYY TO SPC-PRM-FROM-YYYY.
004540     MOVE BASE-TO-DATE TO DATE-SPLIT-WORK.
004550     MOVE DATE-SPLIT-MM   TO SPC-PRM-TO-MM.
004560     MOVE DATE-SPLIT-DD   TO SPC-PRM-TO-DD.
004570     MOVE DATE-SPLIT-YYYY TO SPC-PRM-TO-YYYY.
004580     IF CHART-TO-DATE = 99999999
004590         MOVE "END OF MST" TO SPC-PRM-CHART-TO
004600     ELSE
004610         MOVE CHART-TO-DATE TO DATE-SPLIT-WORK
004620         MOVE SPACES TO SPC-PRM-CHART-TO
004630         STRING DATE-SPLIT-MM "/" DATE-SPLIT-DD "/"
004640             DATE-SPLIT-YYYY DELIMITED BY SIZE
004650             INTO SPC-PRM-CHART-TO
004660     END-IF.
004670     MOVE SPC-PARM-LINE TO PRINT-LINE.
004680     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
004690         AFTER ADVANCING 2 LINES.
004700     MOVE SPC-RULE-LEGEND-1 TO PRINT-LINE.
004710     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
004720         AFTER ADVANCING 1 LINE.
004730     MOVE SPC-RULE-LEGEND-2 TO PRINT-LINE.
004740     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
004750         AFTER ADVANCING 1 LINE.
004760*
004770 1000-INITIALIZE-EXIT.
004780     EXIT.
004790*
004800*----------------------------------------------------------------
004810* 1100-EDIT-PARAMETER - BOTH BASELINE DATES NUMERIC AND IN ORDER.
004820*     A ZERO OR BLANK CHART-TO DATE CHARTS TO THE END OF THE
004830*     MASTER; A CHART-TO DATE INSIDE THE BASELINE IS AN ERROR.
004840*----------------------------------------------------------------
004850 1100-EDIT-PARAMETER.
004860*
004870     IF PRM-BASE-FROM NOT NUMERIC
004880         OR PRM-BASE-TO NOT NUMERIC
004890         GO TO 1100-EDIT-PARAMETER-EXIT
004900     END-IF.
004910     IF PRM-BASE-FROM = ZERO
004920         OR PRM-BASE-TO < PRM-BASE-FROM
004930         GO TO 1100-EDIT-PARAMETER-EXIT
004940     END-IF.
004950     MOVE PRM-BASE-FROM TO BASE-FROM-DATE.
004960     MOVE PRM-BASE-TO   TO BASE-TO-DATE.
004970*
004980     IF PRM-CHART-TO-X = SPACES
004990         MOVE 99999999 TO CHART-TO-DATE
005000     ELSE
005010         IF PRM-CHART-TO NOT NUMERIC
005020             GO TO 1100-EDIT-PARAMETER-EXIT
005030         END-IF
005040         IF PRM-CHART-TO = ZERO
005050             MOVE 99999999 TO CHART-TO-DATE
005060         ELSE
005070             IF PRM-CHART-TO NOT > PRM-BASE-TO
005080                 GO TO 1100-EDIT-PARAMETER-EXIT
005090             END-IF
005100             MOVE PRM-CHART-TO TO CHART-TO-DATE
005110         END-IF
005120     END-IF.
005130*
005140     MOVE PRM-LOCATION   TO SELECT-LOCATION.
005150     MOVE PRM-SHIFT-CODE TO SELECT-SHIFT-CODE.
005160     SET PARAMETER-OK TO TRUE.
005170*
005180 1100-EDIT-PARAMETER-EXIT.
005190     EXIT.
005200*
005210*----------------------------------------------------------------
005220* 2000-SCAN-MASTER - ONE SEQUENTIAL PASS OVER THE READINGS
005230*     MASTER, ROLLING THE READINGS UP TO ONE MEAN PER LOCATION,
005240*     SHIFT AND DAY.  BASELINE DAYS FEED THE LIMITS; LATER DAYS
005250*     BECOME CHART POINTS.
005260*----------------------------------------------------------------
005270 2000-SCAN-MASTER.
005280*
005290     OPEN INPUT READINGS-MASTER-FILE.
005300     IF READINGS-MASTER-STATUS NOT = "00"
005310         DISPLAY "SPCCHART - READINGS-MASTER-FILE NOT AVAILABLE, "
005320             "STATUS = " READINGS-MASTER-STATUS
005330         MOVE SPC-NO-MASTER-LINE TO PRINT-LINE
005340         WRITE SPC-REPORT-RECORD FROM PRINT-LINE
005350             AFTER ADVANCING 2 LINES
005360         MOVE 16 TO RETURN-CODE
005370         SET PARAMETER-BAD TO TRUE
005380         GO TO 2000-SCAN-MASTER-EXIT
005390     END-IF.
005400*
005410     MOVE ZERO TO DAY-COUNT.
005420     SET MORE-MASTER TO TRUE.
005430     PERFORM 2100-SCAN-ONE-READING
005440         THRU 2100-SCAN-ONE-READING-EXIT
005450         UNTIL END-OF-MASTER.
005460     CLOSE READINGS-MASTER-FILE.
005470*
005480     IF DAY-COUNT > ZERO
005490         PERFORM 2300-CLOSE-DAY-GROUP
005500             THRU 2300-CLOSE-DAY-GROUP-EXIT
005510     END-IF.
005520*
005530 2000-SCAN-MASTER-EXIT.
005540     EXIT.
005550*
005560 2100-SCAN-ONE-READING.
005570*
005580     READ READINGS-MASTER-FILE
005590         AT END
005600             SET END-OF-MASTER TO TRUE
005610             GO TO 2100-SCAN-ONE-READING-EXIT
005620     END-READ.
005630*
005640     IF RDM-READING-DATE < BASE-FROM-DATE
005650         OR RDM-READING-DATE > CHART-TO-DATE
005660         GO TO 2100-SCAN-ONE-READING-EXIT
005670     END-IF.
005680     IF SELECT-LOCATION NOT = SPACES
005690         AND RDM-LOCATION NOT = SELECT-LOCATION
005700         GO TO 2100-SCAN-ONE-READING-EXIT
005710     END-IF.
005720     IF SELECT-SHIFT-CODE NOT = SPACES
005730         AND RDM-SHIFT-CODE NOT = SELECT-SHIFT-CODE
005740         GO TO 2100-SCAN-ONE-READING-EXIT
005750     END-IF.
005760*
005770     IF DAY-COUNT > ZERO
005780         IF RDM-LOCATION NOT = DAY-LOCATION
005790             OR RDM-READING-DATE NOT = DAY-DATE
005800             OR RDM-SHIFT-CODE NOT = DAY-SHIFT-CODE
005810             PERFORM 2300-CLOSE-DAY-GROUP
005820                 THRU 2300-CLOSE-DAY-GROUP-EXIT
005830             MOVE ZERO TO DAY-COUNT
005840         END-IF
005850     END-IF.
005860*
005870     IF DAY-COUNT = ZERO
005880         MOVE RDM-LOCATION     TO DAY-LOCATION
005890         MOVE RDM-READING-DATE TO DAY-DATE
005900         MOVE RDM-SHIFT-CODE   TO DAY-SHIFT-CODE
005910         MOVE ZERO             TO DAY-SUM
005920     END-IF.
005930     ADD 1 TO DAY-COUNT.
005940     ADD RDM-READING-VALUE TO DAY-SUM.
005950*
005960 2100-SCAN-ONE-READING-EXIT.
005970     EXIT.
005980*
005990*----------------------------------------------------------------
006000* 2200-FIND-SHIFT-SLOT - FIND OR CREATE THE CHART SLOT FOR THE
006010*     DAY GROUP'S LOCATION AND SHIFT, RETURNING SHIFT-SLOT-IX
006020*----------------------------------------------------------------
006030 2200-FIND-SHIFT-SLOT.
006040*
006050     SET SHIFT-SLOT-NOT-FOUND TO TRUE.
006060     PERFORM 2210-MATCH-ONE-SLOT
006070         THRU 2210-MATCH-ONE-SLOT-EXIT
006080         VARYING SHIFT-SLOT-IX FROM 1 BY 1
006090         UNTIL SHIFT-SLOT-IX > SHIFT-SLOT-COUNT
006100            OR SHIFT-SLOT-FOUND.
006110     IF SHIFT-SLOT-FOUND
006120         SUBTRACT 1 FROM SHIFT-SLOT-IX
006130         GO TO 2200-FIND-SHIFT-SLOT-EXIT
006140     END-IF.
006150*
006160     IF SHIFT-SLOT-COUNT >= SHIFT-SLOT-MAX
006170         IF SHIFT-SLOTS-FIT
006180             DISPLAY "SPCCHART - MORE THAN " SHIFT-SLOT-MAX
006190                 " LOCATION/SHIFT GROUPS, EXTRA GROUPS IGNORED"
006200             SET SHIFT-SLOTS-OVERFLOWED TO TRUE
006210         END-IF
006220         GO TO 2200-FIND-SHIFT-SLOT-EXIT
006230     END-IF.
006240*
006250     ADD 1 TO SHIFT-SLOT-COUNT.
006260     MOVE SHIFT-SLOT-COUNT TO SHIFT-SLOT-IX.
006270     MOVE DAY-LOCATION   TO SLOT-LOC-TABLE(SHIFT-SLOT-IX).
006280     MOVE DAY-SHIFT-CODE TO SLOT-CODE-TABLE(SHIFT-SLOT-IX).
006290     MOVE ZERO TO BASE-DAYS-TABLE(SHIFT-SLOT-IX).
006300     MOVE ZERO TO BASE-SUM-TABLE(SHIFT-SLOT-IX).
006310     MOVE ZERO TO BASE-SUMSQ-TABLE(SHIFT-SLOT-IX).
006320     MOVE ZERO TO CENTRE-TABLE(SHIFT-SLOT-IX).
006330     MOVE ZERO TO SIGMA-TABLE(SHIFT-SLOT-IX).
006340     MOVE "N"  TO LIMITS-SET-TABLE(SHIFT-SLOT-IX).
006350     MOVE ZERO TO CHART-DAYS-TABLE(SHIFT-SLOT-IX).
006360     MOVE ZERO TO ALARM-DAYS-TABLE(SHIFT-SLOT-IX).
006370     MOVE ZERO TO RULE1-COUNT-TABLE(SHIFT-SLOT-IX).
006380     MOVE ZERO TO RULE2-COUNT-TABLE(SHIFT-SLOT-IX).
006390     MOVE ZERO TO RULE3-COUNT-TABLE(SHIFT-SLOT-IX).
006400     MOVE ZERO TO RULE4-COUNT-TABLE(SHIFT-SLOT-IX).
006410     SET SHIFT-SLOT-FOUND TO TRUE.
006420*
006430 2200-FIND-SHIFT-SLOT-EXIT.
006440     EXIT.
006450*
006460 2210-MATCH-ONE-SLOT.
006470*
006480     IF SLOT-LOC-TABLE(SHIFT-SLOT-IX) = DAY-LOCATION
006490         AND SLOT-CODE-TABLE(SHIFT-SLOT-IX) = DAY-SHIFT-CODE
006500         SET SHIFT-SLOT-FOUND TO TRUE
006510     END-IF.
006520*
006530 2210-MATCH-ONE-SLOT-EXIT.
006540     EXIT.
006550*
006560*----------------------------------------------------------------
006570* 2300-CLOSE-DAY-GROUP - TAKE THE MEAN OF THE DAY GROUP JUST
006580*     ENDED AND ADD IT TO ITS SLOT'S BASELINE, OR FILE IT AS A
006590*     CHART POINT.  THE KEY IS LOCATION-MAJOR WITH DATES RISING
006600*     BENEATH IT, SO EVERY BASELINE DAY OF A SLOT IS IN BEFORE
006610*     ITS FIRST CHART POINT.
006620*----------------------------------------------------------------
006630 2300-CLOSE-DAY-GROUP.
006640*
006650     COMPUTE DAY-MEAN ROUNDED = DAY-SUM / DAY-COUNT.
006660     IF DAY-DATE NOT > BASE-TO-DATE
006670         SET DAY-IN-BASELINE TO TRUE
006680     ELSE
006690         SET DAY-IN-CHART TO TRUE
006700     END-IF.
006710*
006720     PERFORM 2200-FIND-SHIFT-SLOT
006730         THRU 2200-FIND-SHIFT-SLOT-EXIT.
006740     IF SHIFT-SLOT-NOT-FOUND
006750         GO TO 2300-CLOSE-DAY-GROUP-EXIT
006760     END-IF.
006770*
006780     IF DAY-IN-BASELINE
006790         ADD 1 TO BASE-DAYS-TABLE(SHIFT-SLOT-IX)
006800         ADD DAY-MEAN TO BASE-SUM-TABLE(SHIFT-SLOT-IX)
006810         COMPUTE BASE-SUMSQ-TABLE(SHIFT-SLOT-IX) =
006820             BASE-SUMSQ-TABLE(SHIFT-SLOT-IX) + DAY-MEAN * DAY-MEAN
006830         GO TO 2300-CLOSE-DAY-GROUP-EXIT
006840     END-IF.
006850*
006860     IF POINT-COUNT >= POINT-MAX
006870         IF POINTS-FIT
006880             DISPLAY "SPCCHART - MORE THAN " POINT-MAX
006890                 " CHART POINTS, LATER DAYS NOT CHARTED"
006900             SET POINTS-OVERFLOWED TO TRUE
006910         END-IF
006920         GO TO 2300-CLOSE-DAY-GROUP-EXIT
006930     END-IF.
006940     ADD 1 TO POINT-COUNT.
006950     MOVE SHIFT-SLOT-IX TO PT-SLOT-TABLE(POINT-COUNT).
006960     MOVE DAY-DATE      TO PT-DATE-TABLE(POINT-COUNT).
006970     MOVE DAY-COUNT     TO PT-COUNT-TABLE(POINT-COUNT).
006980     MOVE DAY-MEAN      TO PT-MEAN-TABLE(POINT-COUNT).
006990*
007000 2300-CLOSE-DAY-GROUP-EXIT.
007010     EXIT.
007020*
007030*----------------------------------------------------------------
007040* 3000-SET-CONTROL-LIMITS - CENTRE LINE AND SIGMA FOR EACH SLOT
007050*     FROM ITS BASELINE DAILY MEANS
007060*----------------------------------------------------------------
007070 3000-SET-CONTROL-LIMITS.
007080*
007090     PERFORM 3100-SET-ONE-SLOT
007100         THRU 3100-SET-ONE-SLOT-EXIT
007110         VARYING SHIFT-SLOT-IX FROM 1 BY 1
007120         UNTIL SHIFT-SLOT-IX > SHIFT-SLOT-COUNT.
007130*
007140 3000-SET-CONTROL-LIMITS-EXIT.
007150     EXIT.
007160*
007170*----------------------------------------------------------------
007180* 3100-SET-ONE-SLOT - SAMPLE VARIANCE OF THE BASELINE MEANS FROM
007190*     THE RUNNING SUMS.  ROUNDING CAN LEAVE IT A WHISKER BELOW
007200*     ZERO, SO IT IS FLOORED AT ZERO BEFORE THE SQUARE ROOT.  A
007210*     SLOT WITH TOO FEW BASELINE DAYS OR NO SPREAD GETS NO LIMITS.
007220*----------------------------------------------------------------
007230 3100-SET-ONE-SLOT.
007240*
007250     MOVE BASE-DAYS-TABLE(SHIFT-SLOT-IX)  TO WORK-DAYS.
007260     MOVE BASE-SUM-TABLE(SHIFT-SLOT-IX)   TO WORK-SUM.
007270     MOVE BASE-SUMSQ-TABLE(SHIFT-SLOT-IX) TO WORK-SUMSQ.
007280     IF WORK-DAYS < MIN-BASELINE-DAYS
007290         GO TO 3100-SET-ONE-SLOT-EXIT
007300     END-IF.
007310*
007320     COMPUTE WORK-MEAN ROUNDED = WORK-SUM / WORK-DAYS.
007330     COMPUTE WORK-SUM-SQUARED = WORK-SUM * WORK-SUM.
007340     COMPUTE WORK-CORRECTION ROUNDED =
007350         WORK-SUM-SQUARED / WORK-DAYS.
007360     COMPUTE WORK-DEGREES = WORK-DAYS - 1.
007370     COMPUTE WORK-VARIANCE = WORK-SUMSQ - WORK-CORRECTION.
007380     COMPUTE WORK-VARIANCE ROUNDED = WORK-VARIANCE / WORK-DEGREES.
007390     IF WORK-VARIANCE < ZERO
007400         MOVE ZERO TO WORK-VARIANCE
007410     END-IF.
007420     MOVE WORK-MEAN TO CENTRE-TABLE(SHIFT-SLOT-IX).
007430     COMPUTE SIGMA-TABLE(SHIFT-SLOT-IX) ROUNDED =
007440         FUNCTION SQRT(WORK-VARIANCE).
007450     IF SIGMA-TABLE(SHIFT-SLOT-IX) > ZERO
007460         MOVE "Y" TO LIMITS-SET-TABLE(SHIFT-SLOT-IX)
007470     END-IF.
007480*
007490 3100-SET-ONE-SLOT-EXIT.
007500     EXIT.
007510*
007520*----------------------------------------------------------------
007530* 4000-WRITE-CHARTS - ONE CHART PER LOCATION/SHIFT SLOT, THEN THE
007540*     ALARM TOTALS ACROSS ALL SLOTS.  ANY ALARM SETS RETURN CODE 4
007550*     SO THE SCHEDULER CAN PAGE THE QUALITY ENGINEER, AS DOES A
007551*     SLOT OR CHART-POINT OVERFLOW, WHICH LEAVES THE CHARTS SHORT.
007560*----------------------------------------------------------------
007570 4000-WRITE-CHARTS.
007580*
007590     IF SHIFT-SLOT-COUNT = ZERO
007600         MOVE SPC-NO-DATA-LINE TO PRINT-LINE
007610         WRITE SPC-REPORT-RECORD FROM PRINT-LINE
007620             AFTER ADVANCING 2 LINES
007630         GO TO 4000-WRITE-CHARTS-EXIT
007640     END-IF.
007650*
007660     PERFORM 4100-WRITE-ONE-CHART
007670         THRU 4100-WRITE-ONE-CHART-EXIT
007680         VARYING SHIFT-SLOT-IX FROM 1 BY 1
007690         UNTIL SHIFT-SLOT-IX > SHIFT-SLOT-COUNT.
007700*
007710     MOVE SPC-TOTAL-HEADING TO PRINT-LINE.
007720     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
007730         AFTER ADVANCING 3 LINES.
007740     MOVE "DAYS CHARTED:" TO SPC-CNT-LABEL.
007750     MOVE TOTAL-CHART-DAYS TO SPC-CNT-VALUE.
007760     MOVE SPC-COUNT-LINE TO PRINT-LINE.
007770     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
007780         AFTER ADVANCING 1 LINE.
007790     MOVE "DAYS WITH A RUN-RULE ALARM:" TO SPC-CNT-LABEL.
007800     MOVE TOTAL-ALARM-DAYS TO SPC-CNT-VALUE.
007810     MOVE SPC-COUNT-LINE TO PRINT-LINE.
007820     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
007830         AFTER ADVANCING 1 LINE.
007840*
007841     IF SHIFT-SLOTS-OVERFLOWED OR POINTS-OVERFLOWED
007842         MOVE SPC-OVERFLOW-LINE TO PRINT-LINE
007843         WRITE SPC-REPORT-RECORD FROM PRINT-LINE
007844             AFTER ADVANCING 2 LINES
007845     END-IF.
007846*
007850     IF RETURN-CODE = ZERO
007851         AND (TOTAL-ALARM-DAYS > ZERO
007852              OR SHIFT-SLOTS-OVERFLOWED
007853              OR POINTS-OVERFLOWED)
007860         MOVE 4 TO RETURN-CODE
007870     END-IF.
007880*
007890 4000-WRITE-CHARTS-EXIT.
007900     EXIT.
007910*
007920 4100-WRITE-ONE-CHART.
007930*
007940     MOVE SLOT-LOC-TABLE(SHIFT-SLOT-IX)  TO SPC-SLT-LOC.
007950     MOVE SLOT-CODE-TABLE(SHIFT-SLOT-IX) TO SPC-SLT-CODE.
007960     MOVE BASE-DAYS-TABLE(SHIFT-SLOT-IX) TO SPC-SLT-BASE-DAYS.
007970     MOVE SPC-SLOT-HEADING TO PRINT-LINE.
007980     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
007990         AFTER ADVANCING 3 LINES.
008000*
008010     IF LIMITS-SET-TABLE(SHIFT-SLOT-IX) NOT = "Y"
008020         MOVE SPC-NO-LIMITS-LINE TO PRINT-LINE
008030         WRITE SPC-REPORT-RECORD FROM PRINT-LINE
008040             AFTER ADVANCING 1 LINE
008050         GO TO 4100-WRITE-ONE-CHART-EXIT
008060     END-IF.
008070*
008080     PERFORM 4110-WRITE-LIMITS
008090         THRU 4110-WRITE-LIMITS-EXIT.
008100*
008110     MOVE SPC-COLUMN-HEADING TO PRINT-LINE.
008120     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
008130         AFTER ADVANCING 2 LINES.
008140*
008150     MOVE ZERO TO WINDOW-COUNT.
008160     PERFORM 4200-CHART-ONE-POINT
008170         THRU 4200-CHART-ONE-POINT-EXIT
008180         VARYING P FROM 1 BY 1 UNTIL P > POINT-COUNT.
008190*
008200     IF CHART-DAYS-TABLE(SHIFT-SLOT-IX) = ZERO
008210         MOVE SPC-NO-POINTS-LINE TO PRINT-LINE
008220         WRITE SPC-REPORT-RECORD FROM PRINT-LINE
008230             AFTER ADVANCING 1 LINE
008240         GO TO 4100-WRITE-ONE-CHART-EXIT
008250     END-IF.
008260*
008270     PERFORM 4300-WRITE-SLOT-COUNTS
008280         THRU 4300-WRITE-SLOT-COUNTS-EXIT.
008290*
008300 4100-WRITE-ONE-CHART-EXIT.
008310     EXIT.
008320*
008330*----------------------------------------------------------------
008340* 4110-WRITE-LIMITS - THE SEVEN CONTROL LINES AND SIGMA ITSELF
008350*----------------------------------------------------------------
008360 4110-WRITE-LIMITS.
008370*
008380     MOVE SPC-LIMIT-HEADING TO PRINT-LINE.
008390     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
008400         AFTER ADVANCING 2 LINES.
008410*
008420     MOVE SPACES TO SPC-LIMIT-LINE.
008430     PERFORM 4120-FORMAT-ONE-LIMIT
008440         THRU 4120-FORMAT-ONE-LIMIT-EXIT
008450         VARYING W FROM 1 BY 1 UNTIL W > 7.
008460     MOVE SIGMA-TABLE(SHIFT-SLOT-IX) TO SPC-LIM-VALUE(8).
008470     MOVE SPC-LIMIT-LINE TO PRINT-LINE.
008480     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
008490         AFTER ADVANCING 1 LINE.
008500*
008510 4110-WRITE-LIMITS-EXIT.
008520     EXIT.
008530*
008540*    LIMIT W LIES (W - 4) SIGMAS FROM THE CENTRE LINE
008550 4120-FORMAT-ONE-LIMIT.
008560*
008570     COMPUTE SIGMA-MULTIPLE = W - 4.
008580     COMPUTE WORK-LIMIT = CENTRE-TABLE(SHIFT-SLOT-IX)
008590         + SIGMA-MULTIPLE * SIGMA-TABLE(SHIFT-SLOT-IX).
008600     IF WORK-LIMIT > 99999.99 OR WORK-LIMIT < -99999.99
008610         MOVE "   *****" TO SPC-LIM-CELL(W)
008620     ELSE
008630         MOVE WORK-LIMIT TO SPC-LIM-VALUE(W)
008640     END-IF.
008650*
008660 4120-FORMAT-ONE-LIMIT-EXIT.
008670     EXIT.
008680*
008690*----------------------------------------------------------------
008700* 4200-CHART-ONE-POINT - PLACE ONE DAY'S MEAN IN ITS SIGMA ZONE,
008710*     PUSH IT ONTO THE RUN-RULE WINDOW AND TEST THE FOUR RULES.
008720*     A RULE FIRES ONLY WHEN THE NEW POINT IS ITSELF PART OF THE
008730*     PATTERN, SO ONE EXCURSION IS NOT REPORTED ON EVERY LATER
008740*     DAY THAT STILL HAS IT IN THE WINDOW.
008750*----------------------------------------------------------------
008760 4200-CHART-ONE-POINT.
008770*
008780     IF PT-SLOT-TABLE(P) NOT = SHIFT-SLOT-IX
008790         GO TO 4200-CHART-ONE-POINT-EXIT
008800     END-IF.
008810*
008820     COMPUTE WORK-DEVIATION =
008830         PT-MEAN-TABLE(P) - CENTRE-TABLE(SHIFT-SLOT-IX).
008840     EVALUATE TRUE
008850         WHEN WORK-DEVIATION > ZERO
008860             MOVE "A" TO POINT-SIDE
008870             MOVE WORK-DEVIATION TO WORK-ABS-DEVIATION
008880         WHEN WORK-DEVIATION < ZERO
008890             MOVE "B" TO POINT-SIDE
008900             COMPUTE WORK-ABS-DEVIATION = ZERO - WORK-DEVIATION
008910         WHEN OTHER
008920             MOVE "C" TO POINT-SIDE
008930             MOVE ZERO TO WORK-ABS-DEVIATION
008940     END-EVALUATE.
008950     EVALUATE TRUE
008960         WHEN WORK-ABS-DEVIATION > 3 * SIGMA-TABLE(SHIFT-SLOT-IX)
008970             MOVE 3 TO POINT-LEVEL
008980         WHEN WORK-ABS-DEVIATION > 2 * SIGMA-TABLE(SHIFT-SLOT-IX)
008990             MOVE 2 TO POINT-LEVEL
009000         WHEN WORK-ABS-DEVIATION > SIGMA-TABLE(SHIFT-SLOT-IX)
009010             MOVE 1 TO POINT-LEVEL
009020         WHEN OTHER
009030             MOVE 0 TO POINT-LEVEL
009040     END-EVALUATE.
009050*
009060     PERFORM 4210-SHIFT-WINDOW
009070         THRU 4210-SHIFT-WINDOW-EXIT
009080         VARYING W FROM WINDOW-MAX BY -1 UNTIL W < 2.
009090     MOVE POINT-SIDE  TO WIN-SIDE-TABLE(1).
009100     MOVE POINT-LEVEL TO WIN-LEVEL-TABLE(1).
009110     IF WINDOW-COUNT < WINDOW-MAX
009120         ADD 1 TO WINDOW-COUNT
009130     END-IF.
009140*
009150     MOVE SPACES TO SPC-DTL-RULE1.
009160     MOVE SPACES TO SPC-DTL-RULE2.
009170     MOVE SPACES TO SPC-DTL-RULE3.
009180     MOVE SPACES TO SPC-DTL-RULE4.
009190     SET POINT-IN-CONTROL TO TRUE.
009200*
009210*    RULE 1 - ONE POINT BEYOND 3 SIGMA
009220     IF POINT-LEVEL = 3
009230         MOVE "R1" TO SPC-DTL-RULE1
009240         ADD 1 TO RULE1-COUNT-TABLE(SHIFT-SLOT-IX)
009250         SET POINT-IN-ALARM TO TRUE
009260     END-IF.
009270*
009280*    RULE 2 - 2 OF THE LAST 3 BEYOND 2 SIGMA ON THE SAME SIDE
009290     IF POINT-LEVEL NOT < 2
009300         MOVE 3 TO RULE-SPAN
009310         MOVE 2 TO RULE-LEVEL
009320         PERFORM 4220-COUNT-RULE-HITS
009330             THRU 4220-COUNT-RULE-HITS-EXIT
009340         IF RULE-HITS NOT < 2
009350             MOVE "R2" TO SPC-DTL-RULE2
009360             ADD 1 TO RULE2-COUNT-TABLE(SHIFT-SLOT-IX)
009370             SET POINT-IN-ALARM TO TRUE
009380         END-IF
009390     END-IF.
009400*
009410*    RULE 3 - 4 OF THE LAST 5 BEYOND 1 SIGMA ON THE SAME SIDE
009420     IF POINT-LEVEL NOT < 1
009430         MOVE 5 TO RULE-SPAN
009440         MOVE 1 TO RULE-LEVEL
009450         PERFORM 4220-COUNT-RULE-HITS
009460             THRU 4220-COUNT-RULE-HITS-EXIT
009470         IF RULE-HITS NOT < 4
009480             MOVE "R3" TO SPC-DTL-RULE3
009490             ADD 1 TO RULE3-COUNT-TABLE(SHIFT-SLOT-IX)
009500             SET POINT-IN-ALARM TO TRUE
009510         END-IF
009520     END-IF.
009530*
009540*    RULE 4 - 8 IN A ROW ON ONE SIDE OF THE CENTRE LINE
009550     IF POINT-SIDE NOT = "C"
009560         AND WINDOW-COUNT NOT < WINDOW-MAX
009570         MOVE 8 TO RULE-SPAN
009580         MOVE 0 TO RULE-LEVEL
009590         PERFORM 4220-COUNT-RULE-HITS
009600             THRU 4220-COUNT-RULE-HITS-EXIT
009610         IF RULE-HITS = 8
009620             MOVE "R4" TO SPC-DTL-RULE4
009630             ADD 1 TO RULE4-COUNT-TABLE(SHIFT-SLOT-IX)
009640             SET POINT-IN-ALARM TO TRUE
009650         END-IF
009660     END-IF.
009670*
009680     ADD 1 TO CHART-DAYS-TABLE(SHIFT-SLOT-IX).
009690     ADD 1 TO TOTAL-CHART-DAYS.
009700     IF POINT-IN-ALARM
009710         ADD 1 TO ALARM-DAYS-TABLE(SHIFT-SLOT-IX)
009720         ADD 1 TO TOTAL-ALARM-DAYS
009730     END-IF.
009740*
009750     PERFORM 4230-WRITE-POINT-LINE
009760         THRU 4230-WRITE-POINT-LINE-EXIT.
009770*
009780 4200-CHART-ONE-POINT-EXIT.
009790     EXIT.
009800*
009810 4210-SHIFT-WINDOW.
009820*
009830     MOVE WIN-SIDE-TABLE(W - 1)  TO WIN-SIDE-TABLE(W).
009840     MOVE WIN-LEVEL-TABLE(W - 1) TO WIN-LEVEL-TABLE(W).
009850*
009860 4210-SHIFT-WINDOW-EXIT.
009870     EXIT.
009880*
009890*----------------------------------------------------------------
009900* 4220-COUNT-RULE-HITS - COUNT THE POINTS AMONG THE NEWEST
009910*     RULE-SPAN IN THE WINDOW ON THE NEW POINT'S SIDE AND AT
009920*     LEAST RULE-LEVEL SIGMAS OUT
009930*----------------------------------------------------------------
009940 4220-COUNT-RULE-HITS.
009950*
009960     MOVE ZERO TO RULE-HITS.
009970     PERFORM 4225-TEST-ONE-WINDOW-POINT
009980         THRU 4225-TEST-ONE-WINDOW-POINT-EXIT
009990         VARYING W FROM 1 BY 1
010000         UNTIL W > RULE-SPAN OR W > WINDOW-COUNT.
010010*
010020 4220-COUNT-RULE-HITS-EXIT.
010030     EXIT.
010040*
010050 4225-TEST-ONE-WINDOW-POINT.
010060*
010070     IF WIN-SIDE-TABLE(W) = POINT-SIDE
010080         AND WIN-LEVEL-TABLE(W) NOT < RULE-LEVEL
010090         ADD 1 TO RULE-HITS
010100     END-IF.
010110*
010120 4225-TEST-ONE-WINDOW-POINT-EXIT.
010130     EXIT.
010140*
010150*----------------------------------------------------------------
010160* 4230-WRITE-POINT-LINE - DATE, READING COUNT, DAY MEAN, A ZONE
010170*     STRIP WITH THE CENTRE LINE AT "|" AND ONE CELL PER SIGMA
010180*     BAND EACH SIDE (OUTERMOST CELL = BEYOND 3 SIGMA), AND THE
010190*     RULES THAT FIRED
010200*----------------------------------------------------------------
010210 4230-WRITE-POINT-LINE.
010220*
010230     MOVE PT-DATE-TABLE(P) TO DATE-SPLIT-WORK.
010240     MOVE DATE-SPLIT-MM   TO SPC-DTL-MM.
010250     MOVE DATE-SPLIT-DD   TO SPC-DTL-DD.
010260     MOVE DATE-SPLIT-YYYY TO SPC-DTL-YYYY.
010270     MOVE PT-COUNT-TABLE(P) TO SPC-DTL-COUNT.
010280     MOVE PT-MEAN-TABLE(P)  TO SPC-DTL-MEAN.
010290*
010300     MOVE SPC-EMPTY-PLOT TO SPC-DTL-PLOT.
010310     EVALUATE POINT-SIDE
010320         WHEN "A"
010330             MOVE "*" TO SPC-DTL-CELL(6 + POINT-LEVEL)
010340         WHEN "B"
010350             MOVE "*" TO SPC-DTL-CELL(4 - POINT-LEVEL)
010360         WHEN OTHER
010370             MOVE "*" TO SPC-DTL-CELL(5)
010380     END-EVALUATE.
010390*
010400     MOVE SPC-DETAIL-LINE TO PRINT-LINE.
010410     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
010420         AFTER ADVANCING 1 LINE.
010430*
010440 4230-WRITE-POINT-LINE-EXIT.
010450     EXIT.
010460*
010470*----------------------------------------------------------------
010480* 4300-WRITE-SLOT-COUNTS - DAYS CHARTED, ALARM DAYS AND THE
010490*     NUMBER OF TIMES EACH RULE FIRED FOR ONE LOCATION/SHIFT
010500*----------------------------------------------------------------
010510 4300-WRITE-SLOT-COUNTS.
010520*
010530     MOVE "DAYS CHARTED:" TO SPC-CNT-LABEL.
010540     MOVE CHART-DAYS-TABLE(SHIFT-SLOT-IX) TO SPC-CNT-VALUE.
010550     MOVE SPC-COUNT-LINE TO PRINT-LINE.
010560     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
010570         AFTER ADVANCING 2 LINES.
010580     MOVE "DAYS WITH A RUN-RULE ALARM:" TO SPC-CNT-LABEL.
010590     MOVE ALARM-DAYS-TABLE(SHIFT-SLOT-IX) TO SPC-CNT-VALUE.
010600     MOVE SPC-COUNT-LINE TO PRINT-LINE.
010610     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
010620         AFTER ADVANCING 1 LINE.
010630     MOVE "R1 - BEYOND 3 SIGMA:" TO SPC-CNT-LABEL.
010640     MOVE RULE1-COUNT-TABLE(SHIFT-SLOT-IX) TO SPC-CNT-VALUE.
010650     MOVE SPC-COUNT-LINE TO PRINT-LINE.
010660     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
010670         AFTER ADVANCING 1 LINE.
010680     MOVE "R2 - 2 OF 3 BEYOND 2 SIGMA:" TO SPC-CNT-LABEL.
010690     MOVE RULE2-COUNT-TABLE(SHIFT-SLOT-IX) TO SPC-CNT-VALUE.
010700     MOVE SPC-COUNT-LINE TO PRINT-LINE.
010710     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
010720         AFTER ADVANCING 1 LINE.
010730     MOVE "R3 - 4 OF 5 BEYOND 1 SIGMA:" TO SPC-CNT-LABEL.
010740     MOVE RULE3-COUNT-TABLE(SHIFT-SLOT-IX) TO SPC-CNT-VALUE.
010750     MOVE SPC-COUNT-LINE TO PRINT-LINE.
010760     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
010770         AFTER ADVANCING 1 LINE.
010780     MOVE "R4 - 8 IN A ROW ONE SIDE:" TO SPC-CNT-LABEL.
010790     MOVE RULE4-COUNT-TABLE(SHIFT-SLOT-IX) TO SPC-CNT-VALUE.
010800     MOVE SPC-COUNT-LINE TO PRINT-LINE.
010810     WRITE SPC-REPORT-RECORD FROM PRINT-LINE
010820         AFTER ADVANCING 1 LINE.
010830*
010840 4300-WRITE-SLOT-COUNTS-EXIT.
010850     EXIT.
010860*
010870*----------------------------------------------------------------
010880* 9999-TERMINATE - CLOSE FILES BEFORE STOP RUN
010890*----------------------------------------------------------------
010900 9999-TERMINATE.
010910*
010920     CLOSE SPC-REPORT-FILE.
010930*
010940 9999-TERMINATE-EXIT.
010950     EXIT.
