000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     DQSCORE.
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
000220* 2026-10-15 DF    ORIGINAL PROGRAM - WEEKLY DATA-QUALITY
000230*                  SCORECARD.  THE EXCEPTIONS FILE, THE KEYED
000240*                  READINGS MASTER AND THE RUN LOG ARE ROLLED
000250*                  UP INTO THE WEEK ENDING ON THE PARAMETER
000260*                  DATE AND THE FOUR WEEKS BEFORE IT.  FOR EACH
000270*                  LOCATION AND SHIFT IT GIVES THE REJECT RATE
000280*                  BY REASON CODE THIS WEEK AGAINST EACH PRIOR
000290*                  WEEK AND THE FOUR-WEEK RATE, THE EXCEPTIONS
000300*                  CLEARED BY CORRECTIONS AND THE AVERAGE DAYS
000310*                  THEY TOOK, THEN RANKS THE WORST SHIFTS AND
000320*                  CLOSES WITH A PLANT CONTROL OF RUN-LOG
000330*                  RECORDS READ AGAINST THE READINGS ACCEPTED
000340*                  AND REJECTED.  AS IN THE INTEGRITY AUDIT THE
000350*                  NORMAL SINGLE-DATE NIGHTLY RUN IS ASSUMED,
000360*                  SO AN EXCEPTION FALLS IN THE WEEK OF ITS RUN
000370*                  DATE AND A READING IN THE WEEK OF ITS
000380*                  READING DATE.
000381* 2026-10-15 DF    OUT-OF-BAND IS A FLAG ON AN ACCEPTED READING,
000382*                  NOT A REJECT: ITS ROW IS RATED OVER ACCEPTED
000383*                  READINGS AND KEPT OUT OF THE REJECT TOTALS,
000384*                  THE RANKING AND THE PLANT CONTROL.
000390*--------------------------------------------------------------
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440*
000450     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS EXCEPTION-STATUS.
000480*
000490     SELECT READINGS-MASTER-FILE ASSIGN TO "READMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS RDM-KEY
000530         FILE STATUS IS READINGS-MASTER-STATUS.
000540*
000550     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS RUN-LOG-STATUS.
000580*
000590     SELECT PARAMETER-FILE ASSIGN TO "DQSPARM"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS PARAMETER-STATUS.
000620*
000630     SELECT SCORECARD-REPORT-FILE ASSIGN TO "DQSRPT"
000640         ORGANIZATION IS SEQUENTIAL.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680*
000690 FD  EXCEPTION-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 56 CHARACTERS.
000720 01  EXCEPTION-RECORD.
000730     05  EXC-RECORD-NUMBER       PIC 9(07).
000740     05  EXC-SHIFT-CODE          PIC X(03).
000750     05  EXC-RECORD-IMAGE        PIC X(24).
000760     05  EXC-REASON-CODE         PIC X(02).
000770     05  EXC-RUN-DATE            PIC 9(08).
000780*    CLEARED FLAG - "N" OPEN, "Y" CLEARED BY A CORRECTION,
000790*    "W" WRITTEN OFF BY A SUPERVISOR DISPOSITION
000800     05  EXC-CLEARED-FLAG        PIC X(01).
000810     05  EXC-LOCATION            PIC X(03).
000820*    CLEARED DATE - RUN DATE OF THE CORRECTION MERGE THAT SET
000830*    THE FLAG TO "Y"; ZERO WHILE OPEN (SPACES ON RECORDS WRITTEN
000840*    BEFORE THE DATE WAS KEPT)
000850     05  EXC-CLEARED-DATE        PIC 9(08).
000860*
000870 FD  READINGS-MASTER-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 40 CHARACTERS.
000900 01  READINGS-MASTER-RECORD.
000910     05  RDM-KEY.
000920         10  RDM-LOCATION        PIC X(03).
000930         10  RDM-READING-DATE    PIC 9(08).
000940         10  RDM-SHIFT-CODE      PIC X(03).
000950         10  RDM-SEQUENCE        PIC 9(05).
000960     05  RDM-READING-VALUE       PIC S9(05)V9.
000970     05  RDM-RECORD-NUMBER       PIC 9(07).
000980     05  RDM-FILLER              PIC X(08).
000990*
001000 FD  RUN-LOG-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  RUN-LOG-RECORD.
001040     05  RLG-RUN-DATE            PIC 9(08).
001050     05  RLG-START-TIME          PIC 9(06).
001060     05  RLG-END-TIME            PIC 9(06).
001070     05  RLG-RECORDS-READ        PIC 9(07).
001080     05  RLG-ACCEPTED-COUNT      PIC 9(05).
001090     05  RLG-REJECTED-COUNT      PIC 9(05).
001100     05  RLG-CAPACITY-COUNT      PIC 9(05).
001110     05  RLG-SHIFT-REJ-COUNT     PIC 9(05).
001120     05  RLG-BAND-COUNT          PIC 9(05).
001130     05  RLG-RETURN-CODE         PIC 9(02).
001140     05  RLG-STATUS              PIC X(12).
001150     05  RLG-RESTART-FLAG        PIC X(01).
001160     05  RLG-FILLER              PIC X(13).
001170*
001180*    PARAMETER CARD - THE LAST DAY OF THE WEEK TO BE SCORED.  A
001190*    BLANK CARD, OR NO CARD, SCORES THE WEEK ENDING YESTERDAY.
001200 FD  PARAMETER-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  PARAMETER-RECORD.
001240     05  PRM-WEEK-ENDING         PIC 9(08).
001250     05  PRM-WEEK-ENDING-X REDEFINES PRM-WEEK-ENDING
001260                                 PIC X(08).
001270     05  PRM-FILLER              PIC X(72).
001280*
001290 FD  SCORECARD-REPORT-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 80 CHARACTERS.
001320 01  SCORECARD-REPORT-RECORD     PIC X(80).
001330*
001340 WORKING-STORAGE SECTION.
001350*
001360*--------------------------------------------------------------
001370* SWITCHES
001380*--------------------------------------------------------------
001390 01  EXCEPTION-SW                PIC X(01)   VALUE "N".
001400     88  END-OF-EXCEPTIONS                    VALUE "Y".
001410     88  MORE-EXCEPTIONS                      VALUE "N".
001420*
001430 01  MASTER-SW                   PIC X(01)   VALUE "N".
001440     88  END-OF-MASTER                        VALUE "Y".
001450     88  MORE-MASTER                          VALUE "N".
001460*
001470 01  RUN-LOG-SW                  PIC X(01)   VALUE "N".
001480     88  END-OF-RUN-LOG                       VALUE "Y".
001490     88  MORE-RUN-LOG                         VALUE "N".
001500*
001510 01  RUN-LOG-AVAIL-SW            PIC X(01)   VALUE "N".
001520     88  RUN-LOG-AVAILABLE                    VALUE "Y".
001530     88  RUN-LOG-MISSING                      VALUE "N".
001540*
001550 01  PARAMETER-OK-SW             PIC X(01)   VALUE "N".
001560     88  PARAMETER-OK                         VALUE "Y".
001570     88  PARAMETER-BAD                        VALUE "N".
001580*
001590 01  SHIFT-FOUND-SW              PIC X(01)   VALUE "N".
001600     88  SHIFT-SLOT-FOUND                     VALUE "Y".
001610     88  SHIFT-SLOT-NOT-FOUND                 VALUE "N".
001620*
001630 01  SHIFT-SLOT-OVFL-SW          PIC X(01)   VALUE "N".
001640     88  SHIFT-SLOTS-OVERFLOWED               VALUE "Y".
001650     88  SHIFT-SLOTS-FIT                      VALUE "N".
001660*
001670 01  EXCEPTION-STATUS            PIC X(02).
001680 01  READINGS-MASTER-STATUS      PIC X(02).
001690 01  RUN-LOG-STATUS              PIC X(02).
001700 01  PARAMETER-STATUS            PIC X(02).
001710*
001720*--------------------------------------------------------------
001730* WEEK AND DATE WORK AREAS.  WEEK 1 IS THE WEEK BEING SCORED,
001740* WEEKS 2 TO 5 THE FOUR WEEKS BEFORE IT, NEWEST FIRST.
001750*--------------------------------------------------------------
001760 01  LOCAL-LOCATION-CODE         PIC X(03)   VALUE "LCL".
001770 01  WEEK-MAX                    PIC 9(01)   VALUE 5.
001780 01  WEEK-IX                     PIC 9(01)   VALUE ZERO.
001790 01  PRIOR-IX                    PIC 9(01)   VALUE ZERO.
001800 01  WEEK-FROM-TABLE             PIC 9(08)   OCCURS 5 TIMES.
001810 01  WEEK-TO-TABLE               PIC 9(08)   OCCURS 5 TIMES.
001820*
001830 01  WEEK-ENDING-DATE            PIC 9(08)   VALUE ZERO.
001840 01  WINDOW-FROM-DATE            PIC 9(08)   VALUE ZERO.
001850 01  WINDOW-DAYS                 PIC 9(02)   VALUE 35.
001860 01  END-DAY-NUMBER              PIC 9(07)   VALUE ZERO.
001870 01  DAY-NUMBER-WORK             PIC 9(07)   VALUE ZERO.
001880 01  DAY-NUMBER-FROM             PIC 9(07)   VALUE ZERO.
001890 01  DAYS-BACK                   PIC 9(07)   VALUE ZERO.
001900 01  DAYS-TO-CORRECT             PIC 9(07)   VALUE ZERO.
001910*
001920*    2900-FIND-WEEK INPUT AND RESULTS - WEEK AND DAY ARE ZERO
001930*    WHEN THE DATE FALLS OUTSIDE THE FIVE WEEKS
001940 01  FIND-DATE                   PIC 9(08)   VALUE ZERO.
001950 01  FIND-WEEK                   PIC 9(01)   VALUE ZERO.
001960 01  FIND-DAY                    PIC 9(02)   VALUE ZERO.
001970*
001980 01  DATE-SPLIT-WORK.
001990     05  DATE-SPLIT-YYYY         PIC 9(04).
002000     05  DATE-SPLIT-MM           PIC 9(02).
002010     05  DATE-SPLIT-DD           PIC 9(02).
002020*
002030 01  RUN-DATE.
002040     05  RUN-DATE-YYYY           PIC 9(04).
002050     05  RUN-DATE-MM             PIC 9(02).
002060     05  RUN-DATE-DD             PIC 9(02).
002070 01  RUN-DATE-N REDEFINES RUN-DATE
002080                                 PIC 9(08).
002090*
002100 01  FMT-DATE-IN                 PIC 9(08)   VALUE ZERO.
002110 01  FMT-DATE-OUT                PIC X(10)   VALUE SPACES.
002120*
002130*--------------------------------------------------------------
002140* REASON CODES AS WRITTEN BY THE NIGHTLY RUN.  ANY OTHER CODE
002150* ON THE EXCEPTIONS FILE IS COUNTED UNDER THE LAST ENTRY.  KIND
002151* "R" IS A REJECT; KIND "F" (OUT OF BAND) IS A FLAG ON A READING
002152* THE NIGHTLY RUN STILL ACCEPTS ONTO THE MASTER, SO IT IS RATED
002153* OVER THE ACCEPTED READINGS AND KEPT OUT OF THE REJECT TOTALS.
002160*--------------------------------------------------------------
002170 01  REASON-VALUES.
002180     05  FILLER                  PIC X(18)
002190             VALUE "NVNON-NUMERIC    R".
002200     05  FILLER                  PIC X(18)
002210             VALUE "DTBAD DATE       R".
002220     05  FILLER                  PIC X(18)
002230             VALUE "NPNON-PROD DAY   R".
002240     05  FILLER                  PIC X(18)
002250             VALUE "SHUNKNOWN SHIFT  R".
002260     05  FILLER                  PIC X(18)
002270             VALUE "BNOUT OF BAND    F".
002280     05  FILLER                  PIC X(18)
002290             VALUE "CPOVER CAPACITY  R".
002300     05  FILLER                  PIC X(18)
002310             VALUE "  OTHER CODE     R".
002320 01  REASON-ENTRIES REDEFINES REASON-VALUES.
002330     05  REASON-ENTRY            OCCURS 7 TIMES.
002340         10  REASON-CODE-TABLE   PIC X(02).
002350         10  REASON-NAME-TABLE   PIC X(15).
002355         10  REASON-KIND-TABLE   PIC X(01).
002356             88  REASON-IS-REJECT             VALUE "R".
002357             88  REASON-IS-FLAG               VALUE "F".
002360*
002370 01  REASON-MAX                  PIC 9(01)   VALUE 7.
002380 01  REASON-KNOWN-MAX            PIC 9(01)   VALUE 6.
002390 01  R                           PIC 9(01)   VALUE ZERO.
002400 01  REASON-IX                   PIC 9(01)   VALUE ZERO.
002410 01  WORST-REASON-IX             PIC 9(01)   VALUE ZERO.
002411*
002412*    WHICH KIND OF ROW 4200 IS WRITING, AND SO WHAT 7100 RATES
002413*    IT OVER - ACCEPTED PLUS REJECTED, OR ACCEPTED ONLY
002414 01  ROW-KIND-SW                 PIC X(01)   VALUE "R".
002415     88  ROW-REJECT-ROWS                      VALUE "R".
002416     88  ROW-FLAG-ROWS                        VALUE "F".
002420*
002430*--------------------------------------------------------------
002440* PER LOCATION/SHIFT SLOTS, EACH WITH ITS FIVE WEEKS.  ACCEPTED
002450* IS FROM THE READINGS MASTER, REJECTED FROM THE EXCEPTIONS
002460* FILE BY RUN DATE (OUT-OF-BAND FLAGS ONLY BY REASON, AS THOSE
002461* READINGS ARE ALSO ON THE MASTER), CORRECTED FROM THE
002462* EXCEPTIONS FILE BY THE DATE THE CORRECTION CLEARED THE
002470* EXCEPTION.
002480*--------------------------------------------------------------
002490 01  SHIFT-SLOT-MAX              PIC 9(02)   VALUE 30.
002500 01  SHIFT-SLOT-COUNT            PIC 9(02)   VALUE ZERO.
002510 01  SHIFT-SLOT-IX               PIC 9(02)   VALUE ZERO.
002520 01  SLOT-KEY-LOCATION           PIC X(03)   VALUE SPACES.
002530 01  SLOT-KEY-SHIFT              PIC X(03)   VALUE SPACES.
002540 01  SLOT-LOC-TABLE              PIC X(03)   OCCURS 30 TIMES.
002550 01  SLOT-CODE-TABLE             PIC X(03)   OCCURS 30 TIMES.
002560*
002570 01  SLOT-WEEK-TABLE.
002580     05  SLOT-WEEK-ENTRY         OCCURS 30 TIMES.
002590         10  SWK-WEEK            OCCURS 5 TIMES.
002600             15  SWK-ACCEPTED    PIC 9(07).
002610             15  SWK-REJECTED    PIC 9(07).
002620             15  SWK-CORRECTED   PIC 9(05).
002630             15  SWK-CORR-DAYS   PIC 9(07).
002640             15  SWK-REASON-REJ  PIC 9(07) OCCURS 7 TIMES.
002650*
002660*    PRINT ORDER (LOCATION, THEN SHIFT) AND WORST-SHIFT RANKING
002670 01  ORDER-IX                    PIC 9(02)   VALUE ZERO.
002680 01  NEXT-IX                     PIC 9(02)   VALUE ZERO.
002690 01  SLOT-ORDER-TABLE            PIC 9(02)   OCCURS 30 TIMES.
002700 01  SLOT-PLACED-TABLE           PIC X(01)   OCCURS 30 TIMES.
002710*
002720 01  RANK-MAX                    PIC 9(02)   VALUE 10.
002730 01  RANK-COUNT                  PIC 9(02)   VALUE ZERO.
002740 01  RANK-IX                     PIC 9(02)   VALUE ZERO.
002750 01  SLOT-RATE-TABLE             PIC 9(03)V99 OCCURS 30 TIMES.
002760 01  SLOT-REJ-TABLE              PIC 9(07)   OCCURS 30 TIMES.
002770 01  SLOT-RANKED-TABLE           PIC X(01)   OCCURS 30 TIMES.
002780*
002790*--------------------------------------------------------------
002800* PLANT CONTROL - RUN-LOG RECORDS READ BY RUN DATE (THE LATEST
002810* RUN-LOG RECORD FOR A DATE WINS, AS IN THE INTEGRITY AUDIT)
002820* AND THE WEEKLY PLANT TOTALS
002830*--------------------------------------------------------------
002840 01  DAY-IX                      PIC 9(02)   VALUE ZERO.
002850 01  LOG-READ-TABLE              PIC 9(07)   OCCURS 35 TIMES.
002860 01  LOG-SEEN-TABLE              PIC X(01)   OCCURS 35 TIMES.
002870*
002880 01  WEEK-READ-TABLE             PIC 9(09)   OCCURS 5 TIMES.
002890 01  WEEK-RUNS-TABLE             PIC 9(02)   OCCURS 5 TIMES.
002900 01  WEEK-ACCEPTED-TABLE         PIC 9(09)   OCCURS 5 TIMES.
002910 01  WEEK-REJECTED-TABLE         PIC 9(09)   OCCURS 5 TIMES.
002920*
002930 01  EXCEPTIONS-READ-COUNT       PIC 9(09)   VALUE ZERO.
002940 01  MASTER-READ-COUNT           PIC 9(09)   VALUE ZERO.
002950 01  RUN-LOG-READ-COUNT          PIC 9(07)   VALUE ZERO.
002960 01  UNDATED-CORRECTION-COUNT    PIC 9(07)   VALUE ZERO.
002970 01  UNPLACED-COUNT              PIC 9(07)   VALUE ZERO.
002980*
002990*--------------------------------------------------------------
003000* RATE AND TOTAL WORK AREAS
003010*--------------------------------------------------------------
003020 01  ROW-REJ-TABLE               PIC 9(07)   OCCURS 5 TIMES.
003030 01  ROW-REJ-TOTAL               PIC 9(09)   VALUE ZERO.
003040 01  WORK-REJECTED               PIC 9(09)   VALUE ZERO.
003050 01  WORK-VOLUME                 PIC 9(09)   VALUE ZERO.
003060 01  WORK-RATE                   PIC 9(03)V99 VALUE ZERO.
003070 01  THIS-REJECTED               PIC 9(09)   VALUE ZERO.
003080 01  THIS-VOLUME                 PIC 9(09)   VALUE ZERO.
003090 01  THIS-RATE                   PIC 9(03)V99 VALUE ZERO.
003100 01  PRIOR-REJECTED              PIC 9(09)   VALUE ZERO.
003110 01  PRIOR-VOLUME                PIC 9(09)   VALUE ZERO.
003120 01  PRIOR-RATE                  PIC 9(03)V99 VALUE ZERO.
003130 01  RATE-CHANGE                 PIC S9(03)V99 VALUE ZERO.
003140 01  WORK-CORRECTED              PIC 9(07)   VALUE ZERO.
003150 01  WORK-CORR-DAYS              PIC 9(09)   VALUE ZERO.
003160 01  WORK-AVG-DAYS               PIC 9(03)V9 VALUE ZERO.
003170 01  WORK-DIFFERENCE             PIC S9(09)  VALUE ZERO.
003180 01  BEST-RATE                   PIC 9(03)V99 VALUE ZERO.
003190 01  BEST-REJ                    PIC 9(07)   VALUE ZERO.
003200 01  BEST-COUNT                  PIC 9(07)   VALUE ZERO.
003210*
003220*--------------------------------------------------------------
003230* REPORT LINES
003240*--------------------------------------------------------------
003250 01  PRINT-LINE                  PIC X(80).
003260*
003270 01  DQS-HEADING-1.
003280     05  FILLER                  PIC X(34)
003290             VALUE "WEEKLY DATA-QUALITY SCORECARD".
003300     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
003310     05  DQS-HDG-MM              PIC 99.
003320     05  FILLER                  PIC X(01) VALUE "/".
003330     05  DQS-HDG-DD              PIC 99.
003340     05  FILLER                  PIC X(01) VALUE "/".
003350     05  DQS-HDG-YYYY            PIC 9(04).
003360     05  FILLER                  PIC X(26) VALUE SPACES.
003370*
003380 01  DQS-PERIOD-LINE.
003390     05  FILLER                  PIC X(11) VALUE "THIS WEEK: ".
003400     05  DQS-PRD-THIS-FROM       PIC X(10).
003410     05  FILLER                  PIC X(04) VALUE " TO ".
003420     05  DQS-PRD-THIS-TO         PIC X(10).
003430     05  FILLER                  PIC X(18)
003440             VALUE "   PRIOR 4 WEEKS: ".
003450     05  DQS-PRD-PRIOR-FROM      PIC X(10).
003460     05  FILLER                  PIC X(04) VALUE " TO ".
003470     05  DQS-PRD-PRIOR-TO        PIC X(10).
003480     05  FILLER                  PIC X(03) VALUE SPACES.
003490*
003500 01  DQS-SECTION-LINE.
003510     05  DQS-SEC-TITLE           PIC X(60).
003520     05  FILLER                  PIC X(20) VALUE SPACES.
003530*
003540 01  DQS-SLOT-LINE.
003550     05  FILLER                  PIC X(10) VALUE "LOCATION: ".
003560     05  DQS-SLT-LOCATION        PIC X(03).
003570     05  FILLER                  PIC X(09) VALUE "  SHIFT: ".
003580     05  DQS-SLT-SHIFT           PIC X(03).
003590     05  FILLER                  PIC X(23)
003600             VALUE "   THIS WEEK ACCEPTED: ".
003610     05  DQS-SLT-ACCEPTED        PIC ZZZ,ZZ9.
003620     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
003630     05  DQS-SLT-REJECTED        PIC ZZ,ZZ9.
003640     05  FILLER                  PIC X(07) VALUE SPACES.
003650*
003660 01  DQS-REASON-HEADING-1.
003670     05  FILLER                  PIC X(18) VALUE SPACES.
003680     05  FILLER                  PIC X(01) VALUE SPACES.
003690     05  FILLER                  PIC X(05) VALUE " THIS".
003700     05  FILLER                  PIC X(02) VALUE SPACES.
003710     05  FILLER                  PIC X(06) VALUE "  THIS".
003720     05  FILLER                  PIC X(01) VALUE SPACES.
003730     05  FILLER                  PIC X(27)
003740             VALUE "--- RATE IN PRIOR WEEKS ---".
003750     05  FILLER                  PIC X(01) VALUE SPACES.
003760     05  FILLER                  PIC X(06) VALUE "PRIOR4".
003770     05  FILLER                  PIC X(01) VALUE SPACES.
003780     05  FILLER                  PIC X(07) VALUE SPACES.
003790     05  FILLER                  PIC X(05) VALUE SPACES.
003800*
003810 01  DQS-REASON-HEADING-2.
003820     05  FILLER                  PIC X(18) VALUE "REASON".
003830     05  FILLER                  PIC X(01) VALUE SPACES.
003840     05  FILLER                  PIC X(05) VALUE " WEEK".
003850     05  FILLER                  PIC X(02) VALUE SPACES.
003860     05  FILLER                  PIC X(06) VALUE "RATE %".
003870     05  FILLER                  PIC X(01) VALUE SPACES.
003880     05  FILLER                  PIC X(27)
003890             VALUE "  WK-1   WK-2   WK-3   WK-4".
003900     05  FILLER                  PIC X(01) VALUE SPACES.
003910     05  FILLER                  PIC X(06) VALUE "RATE %".
003920     05  FILLER                  PIC X(01) VALUE SPACES.
003930     05  FILLER                  PIC X(07) VALUE " CHANGE".
003940     05  FILLER                  PIC X(05) VALUE SPACES.
003950*
003960 01  DQS-REASON-LINE.
003970     05  DQS-RSN-CODE            PIC X(02).
003980     05  FILLER                  PIC X(01) VALUE SPACES.
003990     05  DQS-RSN-NAME            PIC X(15).
004000     05  FILLER                  PIC X(01) VALUE SPACES.
004010     05  DQS-RSN-REJECTED        PIC ZZZZ9.
004020     05  FILLER                  PIC X(02) VALUE SPACES.
004030     05  DQS-RSN-THIS-RATE       PIC ZZ9.99.
004040     05  DQS-RSN-THIS-RATE-X REDEFINES DQS-RSN-THIS-RATE
004050                                 PIC X(06).
004060     05  FILLER                  PIC X(01) VALUE SPACES.
004070     05  DQS-RSN-PRIOR-WEEK      OCCURS 4 TIMES.
004080         10  DQS-RSN-WEEK-RATE   PIC ZZ9.99.
004090         10  DQS-RSN-WEEK-RATE-X REDEFINES DQS-RSN-WEEK-RATE
004100                                 PIC X(06).
004110         10  DQS-RSN-WEEK-GAP    PIC X(01).
004120     05  DQS-RSN-PRIOR-RATE      PIC ZZ9.99.
004130     05  DQS-RSN-PRIOR-RATE-X REDEFINES DQS-RSN-PRIOR-RATE
004140                                 PIC X(06).
004150     05  FILLER                  PIC X(01) VALUE SPACES.
004160     05  DQS-RSN-CHANGE          PIC +ZZ9.99.
004170     05  DQS-RSN-CHANGE-X REDEFINES DQS-RSN-CHANGE
004180                                 PIC X(07).
004190     05  FILLER                  PIC X(05) VALUE SPACES.
004200*
004210 01  DQS-CORRECTED-LINE.
004220     05  FILLER                  PIC X(23)
004230             VALUE "  CORRECTED THIS WEEK: ".
004240     05  DQS-COR-THIS-COUNT      PIC ZZZ9.
004250     05  FILLER                  PIC X(12) VALUE "  AVG DAYS: ".
004260     05  DQS-COR-THIS-AVG        PIC ZZ9.9.
004270     05  DQS-COR-THIS-AVG-X REDEFINES DQS-COR-THIS-AVG
004280                                 PIC X(05).
004290     05  FILLER                  PIC X(16)
004300             VALUE "   PRIOR 4 WKS: ".
004310     05  DQS-COR-PRIOR-COUNT     PIC ZZZ9.
004320     05  FILLER                  PIC X(07) VALUE "  AVG: ".
004330     05  DQS-COR-PRIOR-AVG       PIC ZZ9.9.
004340     05  DQS-COR-PRIOR-AVG-X REDEFINES DQS-COR-PRIOR-AVG
004350                                 PIC X(05).
004360     05  FILLER                  PIC X(04) VALUE SPACES.
004370*
004380 01  DQS-RANK-HEADING.
004390     05  FILLER                  PIC X(02) VALUE "RK".
004400     05  FILLER                  PIC X(02) VALUE SPACES.
004410     05  FILLER                  PIC X(08) VALUE "LOC SHFT".
004420     05  FILLER                  PIC X(02) VALUE SPACES.
004430     05  FILLER                  PIC X(07) VALUE " VOLUME".
004440     05  FILLER                  PIC X(02) VALUE SPACES.
004450     05  FILLER                  PIC X(06) VALUE "  REJ".
004460     05  FILLER                  PIC X(02) VALUE SPACES.
004470     05  FILLER                  PIC X(06) VALUE "RATE %".
004480     05  FILLER                  PIC X(02) VALUE SPACES.
004490     05  FILLER                  PIC X(06) VALUE "PRIOR4".
004500     05  FILLER                  PIC X(02) VALUE SPACES.
004510     05  FILLER                  PIC X(07) VALUE " CHANGE".
004520     05  FILLER                  PIC X(02) VALUE SPACES.
004530     05  FILLER                  PIC X(18) VALUE "WORST REASON".
004540     05  FILLER                  PIC X(06) VALUE SPACES.
004550*
004560 01  DQS-RANK-LINE.
004570     05  DQS-RNK-RANK            PIC Z9.
004580     05  FILLER                  PIC X(02) VALUE SPACES.
004590     05  DQS-RNK-LOCATION        PIC X(03).
004600     05  FILLER                  PIC X(02) VALUE SPACES.
004610     05  DQS-RNK-SHIFT           PIC X(03).
004620     05  FILLER                  PIC X(02) VALUE SPACES.
004630     05  DQS-RNK-VOLUME          PIC ZZZ,ZZ9.
004640     05  FILLER                  PIC X(02) VALUE SPACES.
004650     05  DQS-RNK-REJECTED        PIC ZZ,ZZ9.
004660     05  FILLER                  PIC X(02) VALUE SPACES.
004670     05  DQS-RNK-RATE            PIC ZZ9.99.
004680     05  FILLER                  PIC X(02) VALUE SPACES.
004690     05  DQS-RNK-PRIOR-RATE      PIC ZZ9.99.
004700     05  DQS-RNK-PRIOR-RATE-X REDEFINES DQS-RNK-PRIOR-RATE
004710                                 PIC X(06).
004720     05  FILLER                  PIC X(02) VALUE SPACES.
004730     05  DQS-RNK-CHANGE          PIC +ZZ9.99.
004740     05  DQS-RNK-CHANGE-X REDEFINES DQS-RNK-CHANGE
004750                                 PIC X(07).
004760     05  FILLER                  PIC X(02) VALUE SPACES.
004770     05  DQS-RNK-REASON-CODE     PIC X(02).
004780     05  FILLER                  PIC X(01) VALUE SPACES.
004790     05  DQS-RNK-REASON-NAME     PIC X(15).
004800     05  FILLER                  PIC X(06) VALUE SPACES.
004810*
004820 01  DQS-CONTROL-HEADING.
004830     05  FILLER                  PIC X(06) VALUE "WEEK".
004840     05  FILLER                  PIC X(01) VALUE SPACES.
004850     05  FILLER                  PIC X(10) VALUE "FROM".
004860     05  FILLER                  PIC X(01) VALUE SPACES.
004870     05  FILLER                  PIC X(10) VALUE "TO".
004880     05  FILLER                  PIC X(02) VALUE SPACES.
004890     05  FILLER                  PIC X(04) VALUE "RUNS".
004900     05  FILLER                  PIC X(02) VALUE SPACES.
004910     05  FILLER                  PIC X(09) VALUE "     READ".
004920     05  FILLER                  PIC X(02) VALUE SPACES.
004930     05  FILLER                  PIC X(09) VALUE " ACCEPTED".
004940     05  FILLER                  PIC X(02) VALUE SPACES.
004950     05  FILLER                  PIC X(08) VALUE "REJECTED".
004960     05  FILLER                  PIC X(02) VALUE SPACES.
004970     05  FILLER                  PIC X(10) VALUE "DIFFERENCE".
004980     05  FILLER                  PIC X(02) VALUE SPACES.
004990*
005000 01  DQS-CONTROL-LINE.
005010     05  DQS-CTL-WEEK            PIC X(06).
005020     05  FILLER                  PIC X(01) VALUE SPACES.
005030     05  DQS-CTL-FROM            PIC X(10).
005040     05  FILLER                  PIC X(01) VALUE SPACES.
005050     05  DQS-CTL-TO              PIC X(10).
005060     05  FILLER                  PIC X(02) VALUE SPACES.
005070     05  DQS-CTL-RUNS            PIC ZZZ9.
005080     05  FILLER                  PIC X(02) VALUE SPACES.
005090     05  DQS-CTL-READ            PIC Z,ZZZ,ZZ9.
005100     05  FILLER                  PIC X(02) VALUE SPACES.
005110     05  DQS-CTL-ACCEPTED        PIC Z,ZZZ,ZZ9.
005120     05  FILLER                  PIC X(02) VALUE SPACES.
005130     05  DQS-CTL-REJECTED        PIC ZZZZ,ZZ9.
005140     05  FILLER                  PIC X(02) VALUE SPACES.
005150     05  DQS-CTL-DIFFERENCE      PIC +Z,ZZZ,ZZ9.
005160     05  DQS-CTL-DIFFERENCE-X REDEFINES DQS-CTL-DIFFERENCE
005170                                 PIC X(10).
005180     05  FILLER                  PIC X(02) VALUE SPACES.
005190*
005200 01  DQS-NONE-LINE.
005210     05  FILLER                  PIC X(10) VALUE "  NONE".
005220     05  FILLER                  PIC X(70) VALUE SPACES.
005230*
005240 01  DQS-LEGEND-1.
005250     05  FILLER                  PIC X(44)
005260             VALUE "RATE % = REJECTS AS A PERCENTAGE OF READINGS".
005270     05  FILLER                  PIC X(36)
005280             VALUE " ACCEPTED PLUS REJECTED IN THE WEEK;".
005290*
005291 01  DQS-FLAG-LEGEND.
005292     05  FILLER                  PIC X(44)
005293             VALUE "OUT OF BAND (BN) IS A FLAG ON A READING THAT".
005294     05  FILLER                  PIC X(36)
005295             VALUE " IS ACCEPTED, RATED OVER ACCEPTED;".
005296*
005300 01  DQS-LEGEND-2.
005310     05  FILLER                  PIC X(44)
005320             VALUE "PRIOR4 = THE FOUR PRIOR WEEKS TAKEN TOGETHER".
005330     05  FILLER                  PIC X(36)
005340             VALUE ", CHANGE = THIS WEEK LESS PRIOR4".
005350*
005360 01  DQS-LEGEND-3.
005370     05  FILLER                  PIC X(44)
005380             VALUE "CORRECTED = EXCEPTIONS CLEARED BY A CORRECTI".
005390     05  FILLER                  PIC X(36)
005400             VALUE "ON IN THE WEEK, DAYS FROM REJECTION".
005410*
005420 01  DQS-CONTROL-LEGEND-1.
005430     05  FILLER                  PIC X(44)
005440             VALUE "DIFFERENCE = RUN-LOG RECORDS READ LESS ACCEP".
005450     05  FILLER                  PIC X(36)
005460             VALUE "TED AND REJECTED.  EXPECT A DIFFER-".
005470*
005480 01  DQS-CONTROL-LEGEND-2.
005490     05  FILLER                  PIC X(44)
005500             VALUE "ENCE WHERE A DAY WAS AMENDED OR CORRECTED, O".
005510     05  FILLER                  PIC X(36)
005520             VALUE "R A RUN ENDED BEFORE ITS LOG RECORD".
005521*
005522 01  DQS-CONTROL-LEGEND-3.
005523     05  FILLER                  PIC X(44)
005524             VALUE "(OUT-OF-BAND FLAGS ARE IN ACCEPTED, NOT IN R".
005525     05  FILLER                  PIC X(36)
005526             VALUE "EJECTED, SO ARE NOT TAKEN OFF TWICE)".
005530*
005540 01  DQS-COUNT-LINE.
005550     05  DQS-CNT-LABEL           PIC X(44).
005560     05  DQS-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
005570     05  FILLER                  PIC X(25) VALUE SPACES.
005580*
005590 01  DQS-NO-PARM-LINE.
005600     05  FILLER                  PIC X(44)
005610             VALUE "WEEK-ENDING DATE NOT VALID - NO SCORECARD PR".
005620     05  FILLER                  PIC X(36)
005630             VALUE "ODUCED".
005640*
005650 01  DQS-NO-EXCEPTIONS-LINE.
005660     05  FILLER                  PIC X(44)
005670             VALUE "EXCEPTIONS FILE NOT AVAILABLE - NO SCORECARD".
005680     05  FILLER                  PIC X(36)
005690             VALUE " PRODUCED".
005700*
005710 01  DQS-NO-MASTER-LINE.
005720     05  FILLER                  PIC X(44)
005730             VALUE "READINGS MASTER NOT AVAILABLE - NO SCORECARD".
005740     05  FILLER                  PIC X(36)
005750             VALUE " PRODUCED".
005760*
005770 01  DQS-NO-RUN-LOG-LINE.
005780     05  FILLER                  PIC X(44)
005790             VALUE "RUN LOG NOT AVAILABLE - RECORDS READ NOT CON".
005800     05  FILLER                  PIC X(36)
005810             VALUE "TROLLED".
005820*
005830 01  DQS-NO-DATA-LINE.
005840     05  FILLER                  PIC X(44)
005850             VALUE "NO READINGS ACCEPTED OR REJECTED IN THE WEEK".
005860     05  FILLER                  PIC X(36) VALUE SPACES.
005870*
005880 01  DQS-OVERFLOW-LINE.
005890     05  FILLER                  PIC X(44)
005900             VALUE "TOO MANY LOCATIONS AND SHIFTS - SCORECARD IN".
005910     05  FILLER                  PIC X(36)
005920             VALUE "COMPLETE".
005930*
005940 PROCEDURE DIVISION.
005950*
005960*----------------------------------------------------------------
005970* 0000-MAINLINE
005980*----------------------------------------------------------------
005990 0000-MAINLINE.
006000*
006010     PERFORM 1000-INITIALIZE
006020         THRU 1000-INITIALIZE-EXIT.
006030*
006040     IF PARAMETER-OK
006050         PERFORM 2000-SCAN-EXCEPTIONS
006060             THRU 2000-SCAN-EXCEPTIONS-EXIT
006070     END-IF.
006080     IF PARAMETER-OK
006090         PERFORM 2500-SCAN-MASTER
006100             THRU 2500-SCAN-MASTER-EXIT
006110     END-IF.
006120*
006130     IF PARAMETER-OK
006140         PERFORM 2700-LOAD-RUN-LOG
006150             THRU 2700-LOAD-RUN-LOG-EXIT
006160         PERFORM 3000-ORDER-SLOTS
006170             THRU 3000-ORDER-SLOTS-EXIT
006180         PERFORM 4000-WRITE-SHIFT-SCORECARDS
006190             THRU 4000-WRITE-SHIFT-SCORECARDS-EXIT
006200         PERFORM 5000-WRITE-WORST-SHIFTS
006210             THRU 5000-WRITE-WORST-SHIFTS-EXIT
006220         PERFORM 6000-WRITE-PLANT-CONTROL
006230             THRU 6000-WRITE-PLANT-CONTROL-EXIT
006240     END-IF.
006250*
006260     PERFORM 9999-TERMINATE
006270         THRU 9999-TERMINATE-EXIT.
006280*
006290     STOP RUN.
006300*
006310*----------------------------------------------------------------
006320* 1000-INITIALIZE - OPEN THE REPORT, READ THE WEEK-ENDING CARD
006330*     AND SET THE FIVE WEEKS
006340*----------------------------------------------------------------
006350 1000-INITIALIZE.
006360*
006370     OPEN OUTPUT SCORECARD-REPORT-FILE.
006380     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
006390*
006400     MOVE RUN-DATE-MM   TO DQS-HDG-MM.
006410     MOVE RUN-DATE-DD   TO DQS-HDG-DD.
006420     MOVE RUN-DATE-YYYY TO DQS-HDG-YYYY.
006430     MOVE DQS-HEADING-1 TO PRINT-LINE.
006440     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
006450         AFTER ADVANCING 1 LINE.
006460*
006470*    NO CARD AT ALL IS THE SAME AS A BLANK CARD
006480     SET PARAMETER-OK TO TRUE.
006490     MOVE SPACES TO PRM-WEEK-ENDING-X.
006500     OPEN INPUT PARAMETER-FILE.
006510     IF PARAMETER-STATUS = "00"
006520         READ PARAMETER-FILE
006530             AT END
006540                 MOVE SPACES TO PRM-WEEK-ENDING-X
006550         END-READ
006560         CLOSE PARAMETER-FILE
006570     END-IF.
006580     PERFORM 1100-EDIT-PARAMETER
006590         THRU 1100-EDIT-PARAMETER-EXIT.
006600*
006610     IF PARAMETER-BAD
006620         MOVE DQS-NO-PARM-LINE TO PRINT-LINE
006630         WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
006640             AFTER ADVANCING 2 LINES
006650         MOVE 16 TO RETURN-CODE
006660         GO TO 1000-INITIALIZE-EXIT
006670     END-IF.
006680*
006690     MOVE END-DAY-NUMBER TO DAY-NUMBER-WORK.
006700     PERFORM 1200-SET-ONE-WEEK
006710         THRU 1200-SET-ONE-WEEK-EXIT
006720         VARYING WEEK-IX FROM 1 BY 1
006730         UNTIL WEEK-IX > WEEK-MAX.
006740     MOVE WEEK-FROM-TABLE(WEEK-MAX) TO WINDOW-FROM-DATE.
006750*
006760     MOVE WEEK-FROM-TABLE(1) TO FMT-DATE-IN.
006770     PERFORM 7900-FORMAT-DATE
006780         THRU 7900-FORMAT-DATE-EXIT.
006790     MOVE FMT-DATE-OUT TO DQS-PRD-THIS-FROM.
006800     MOVE WEEK-TO-TABLE(1) TO FMT-DATE-IN.
006810     PERFORM 7900-FORMAT-DATE
006820         THRU 7900-FORMAT-DATE-EXIT.
006830     MOVE FMT-DATE-OUT TO DQS-PRD-THIS-TO.
006840     MOVE WEEK-FROM-TABLE(WEEK-MAX) TO FMT-DATE-IN.
006850     PERFORM 7900-FORMAT-DATE
006860         THRU 7900-FORMAT-DATE-EXIT.
006870     MOVE FMT-DATE-OUT TO DQS-PRD-PRIOR-FROM.
006880     MOVE WEEK-TO-TABLE(2) TO FMT-DATE-IN.
006890     PERFORM 7900-FORMAT-DATE
006900         THRU 7900-FORMAT-DATE-EXIT.
006910     MOVE FMT-DATE-OUT TO DQS-PRD-PRIOR-TO.
006920     MOVE DQS-PERIOD-LINE TO PRINT-LINE.
006930     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
006940         AFTER ADVANCING 2 LINES.
006950*
006960     MOVE ZEROS TO SLOT-WEEK-TABLE.
006970     PERFORM 1300-CLEAR-ONE-WEEK
006980         THRU 1300-CLEAR-ONE-WEEK-EXIT
006990         VARYING WEEK-IX FROM 1 BY 1
007000         UNTIL WEEK-IX > WEEK-MAX.
007010     PERFORM 1310-CLEAR-ONE-DAY
007020         THRU 1310-CLEAR-ONE-DAY-EXIT
007030         VARYING DAY-IX FROM 1 BY 1
007040         UNTIL DAY-IX > WINDOW-DAYS.
007050*
007060 1000-INITIALIZE-EXIT.
007070     EXIT.
007080*
007090*----------------------------------------------------------------
007100* 1100-EDIT-PARAMETER - A BLANK WEEK-ENDING DATE SCORES THE WEEK
007110*     ENDING YESTERDAY.  ANY OTHER DATE MUST BE A REAL DATE.
007120*----------------------------------------------------------------
007130 1100-EDIT-PARAMETER.
007140*
007150     IF PRM-WEEK-ENDING-X = SPACES
007160         COMPUTE DAY-NUMBER-WORK =
007170             FUNCTION INTEGER-OF-DATE(RUN-DATE-N)
007180         SUBTRACT 1 FROM DAY-NUMBER-WORK
007190         COMPUTE WEEK-ENDING-DATE =
007200             FUNCTION DATE-OF-INTEGER(DAY-NUMBER-WORK)
007210     ELSE
007220         IF PRM-WEEK-ENDING NOT NUMERIC
007230             SET PARAMETER-BAD TO TRUE
007240             GO TO 1100-EDIT-PARAMETER-EXIT
007250         END-IF
007260         MOVE PRM-WEEK-ENDING TO DATE-SPLIT-WORK
007270         IF DATE-SPLIT-MM < 01 OR DATE-SPLIT-MM > 12
007280             OR DATE-SPLIT-DD < 01 OR DATE-SPLIT-DD > 31
007290             OR DATE-SPLIT-YYYY < 1601
007300             SET PARAMETER-BAD TO TRUE
007310             GO TO 1100-EDIT-PARAMETER-EXIT
007320         END-IF
007330         MOVE PRM-WEEK-ENDING TO WEEK-ENDING-DATE
007340     END-IF.
007350*
007360     COMPUTE END-DAY-NUMBER =
007370         FUNCTION INTEGER-OF-DATE(WEEK-ENDING-DATE).
007380     IF END-DAY-NUMBER = ZERO
007390         SET PARAMETER-BAD TO TRUE
007400     END-IF.
007410*
007420 1100-EDIT-PARAMETER-EXIT.
007430     EXIT.
007440*
007450*----------------------------------------------------------------
007460* 1200-SET-ONE-WEEK - THE SEVEN DAYS ENDING ON DAY-NUMBER-WORK,
007470*     THEN STEP BACK TO THE END OF THE WEEK BEFORE
007480*----------------------------------------------------------------
007490 1200-SET-ONE-WEEK.
007500*
007510     COMPUTE WEEK-TO-TABLE(WEEK-IX) =
007520         FUNCTION DATE-OF-INTEGER(DAY-NUMBER-WORK).
007530     SUBTRACT 6 FROM DAY-NUMBER-WORK.
007540     COMPUTE WEEK-FROM-TABLE(WEEK-IX) =
007550         FUNCTION DATE-OF-INTEGER(DAY-NUMBER-WORK).
007560     SUBTRACT 1 FROM DAY-NUMBER-WORK.
007570*
007580 1200-SET-ONE-WEEK-EXIT.
007590     EXIT.
007600*
007610 1300-CLEAR-ONE-WEEK.
007620*
007630     MOVE ZERO TO WEEK-READ-TABLE(WEEK-IX).
007640     MOVE ZERO TO WEEK-RUNS-TABLE(WEEK-IX).
007650     MOVE ZERO TO WEEK-ACCEPTED-TABLE(WEEK-IX).
007660     MOVE ZERO TO WEEK-REJECTED-TABLE(WEEK-IX).
007670*
007680 1300-CLEAR-ONE-WEEK-EXIT.
007690     EXIT.
007700*
007710 1310-CLEAR-ONE-DAY.
007720*
007730     MOVE ZERO TO LOG-READ-TABLE(DAY-IX).
007740     MOVE "N"  TO LOG-SEEN-TABLE(DAY-IX).
007750*
007760 1310-CLEAR-ONE-DAY-EXIT.
007770     EXIT.
007780*
007790*----------------------------------------------------------------
007800* 2000-SCAN-EXCEPTIONS - EVERY EXCEPTION IS A REJECT IN THE WEEK
007810*     OF ITS RUN DATE, WHATEVER BECAME OF IT SINCE.  ONE CLEARED
007820*     BY A CORRECTION IS ALSO A CORRECTION IN THE WEEK OF ITS
007830*     CLEARED DATE.
007840*----------------------------------------------------------------
007850 2000-SCAN-EXCEPTIONS.
007860*
007870     OPEN INPUT EXCEPTION-FILE.
007880     IF EXCEPTION-STATUS NOT = "00"
007890         DISPLAY "DQSCORE - EXCEPTION-FILE NOT AVAILABLE, "
007900             "STATUS = " EXCEPTION-STATUS
007910         MOVE DQS-NO-EXCEPTIONS-LINE TO PRINT-LINE
007920         WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
007930             AFTER ADVANCING 2 LINES
007940         MOVE 16 TO RETURN-CODE
007950         SET PARAMETER-BAD TO TRUE
007960         GO TO 2000-SCAN-EXCEPTIONS-EXIT
007970     END-IF.
007980*
007990     SET MORE-EXCEPTIONS TO TRUE.
008000     PERFORM 2100-SCAN-ONE-EXCEPTION
008010         THRU 2100-SCAN-ONE-EXCEPTION-EXIT
008020         UNTIL END-OF-EXCEPTIONS.
008030     CLOSE EXCEPTION-FILE.
008040*
008050 2000-SCAN-EXCEPTIONS-EXIT.
008060     EXIT.
008070*
008080 2100-SCAN-ONE-EXCEPTION.
008090*
008100     READ EXCEPTION-FILE
008110         AT END
008120             SET END-OF-EXCEPTIONS TO TRUE
008130             GO TO 2100-SCAN-ONE-EXCEPTION-EXIT
008140     END-READ.
008150     ADD 1 TO EXCEPTIONS-READ-COUNT.
008160*
008170*    RECORDS WRITTEN BEFORE THE RUN DATE WAS CARRIED CANNOT BE
008180*    PLACED IN A WEEK
008190     IF EXC-RUN-DATE NOT NUMERIC
008200         GO TO 2100-SCAN-ONE-EXCEPTION-EXIT
008210     END-IF.
008220*
008230     IF EXC-LOCATION = SPACES
008240         MOVE LOCAL-LOCATION-CODE TO SLOT-KEY-LOCATION
008250     ELSE
008260         MOVE EXC-LOCATION TO SLOT-KEY-LOCATION
008270     END-IF.
008280     MOVE EXC-SHIFT-CODE TO SLOT-KEY-SHIFT.
008290*
008300     MOVE EXC-RUN-DATE TO FIND-DATE.
008310     PERFORM 2900-FIND-WEEK
008320         THRU 2900-FIND-WEEK-EXIT.
008330     IF FIND-WEEK > ZERO
008340         PERFORM 2200-COUNT-REJECT
008350             THRU 2200-COUNT-REJECT-EXIT
008360     END-IF.
008370*
008380     IF EXC-CLEARED-FLAG = "Y"
008390         PERFORM 2300-COUNT-CORRECTION
008400             THRU 2300-COUNT-CORRECTION-EXIT
008410     END-IF.
008420*
008430 2100-SCAN-ONE-EXCEPTION-EXIT.
008440     EXIT.
008450*
008460 2200-COUNT-REJECT.
008470*
008480     MOVE FIND-WEEK TO WEEK-IX.
008481     MOVE REASON-MAX TO REASON-IX.
008482     PERFORM 2210-MATCH-REASON
008483         THRU 2210-MATCH-REASON-EXIT
008484         VARYING R FROM 1 BY 1
008485         UNTIL R > REASON-KNOWN-MAX.
008486     IF REASON-IS-REJECT(REASON-IX)
008490         ADD 1 TO WEEK-REJECTED-TABLE(WEEK-IX)
008491     END-IF.
008500     PERFORM 2800-FIND-SLOT
008510         THRU 2800-FIND-SLOT-EXIT.
008520     IF SHIFT-SLOT-NOT-FOUND
008530         ADD 1 TO UNPLACED-COUNT
008540         GO TO 2200-COUNT-REJECT-EXIT
008550     END-IF.
008560*
008620     IF REASON-IS-REJECT(REASON-IX)
008621         ADD 1 TO SWK-REJECTED(SHIFT-SLOT-IX, WEEK-IX)
008622     END-IF.
008630     ADD 1 TO SWK-REASON-REJ(SHIFT-SLOT-IX, WEEK-IX, REASON-IX).
008640*
008650 2200-COUNT-REJECT-EXIT.
008660     EXIT.
008670*
008680 2210-MATCH-REASON.
008690*
008700     IF EXC-REASON-CODE = REASON-CODE-TABLE(R)
008710         MOVE R TO REASON-IX
008720     END-IF.
008730*
008740 2210-MATCH-REASON-EXIT.
008750     EXIT.
008760*
008770*----------------------------------------------------------------
008780* 2300-COUNT-CORRECTION - A CLEARED EXCEPTION WITH NO CLEARED DATE
008790*     WAS CLEARED BEFORE THE DATE WAS KEPT AND IS ONLY COUNTED
008800*----------------------------------------------------------------
008810 2300-COUNT-CORRECTION.
008820*
008830     IF EXC-CLEARED-DATE NOT NUMERIC
008840         OR EXC-CLEARED-DATE < EXC-RUN-DATE
008850         ADD 1 TO UNDATED-CORRECTION-COUNT
008860         GO TO 2300-COUNT-CORRECTION-EXIT
008870     END-IF.
008880*
008890     MOVE EXC-CLEARED-DATE TO FIND-DATE.
008900     PERFORM 2900-FIND-WEEK
008910         THRU 2900-FIND-WEEK-EXIT.
008920     IF FIND-WEEK = ZERO
008930         GO TO 2300-COUNT-CORRECTION-EXIT
008940     END-IF.
008950*
008960     MOVE FIND-WEEK TO WEEK-IX.
008970     PERFORM 2800-FIND-SLOT
008980         THRU 2800-FIND-SLOT-EXIT.
008990     IF SHIFT-SLOT-NOT-FOUND
009000         GO TO 2300-COUNT-CORRECTION-EXIT
009010     END-IF.
009020*
009030     COMPUTE DAY-NUMBER-FROM =
009040         FUNCTION INTEGER-OF-DATE(EXC-RUN-DATE).
009050     COMPUTE DAY-NUMBER-WORK =
009060         FUNCTION INTEGER-OF-DATE(EXC-CLEARED-DATE).
009070     SUBTRACT DAY-NUMBER-FROM FROM DAY-NUMBER-WORK
009080         GIVING DAYS-TO-CORRECT.
009090     ADD 1 TO SWK-CORRECTED(SHIFT-SLOT-IX, WEEK-IX).
009100     ADD DAYS-TO-CORRECT TO SWK-CORR-DAYS(SHIFT-SLOT-IX, WEEK-IX).
009110*
009120 2300-COUNT-CORRECTION-EXIT.
009130     EXIT.
009140*
009150*----------------------------------------------------------------
009160* 2500-SCAN-MASTER - ONE SEQUENTIAL PASS OVER THE READINGS MASTER,
009170*     COUNTING THE ACCEPTED READINGS IN EACH WEEK
009180*----------------------------------------------------------------
009190 2500-SCAN-MASTER.
009200*
009210     OPEN INPUT READINGS-MASTER-FILE.
009220     IF READINGS-MASTER-STATUS NOT = "00"
009230         DISPLAY "DQSCORE - READINGS-MASTER-FILE NOT AVAILABLE, "
009240             "STATUS = " READINGS-MASTER-STATUS
009250         MOVE DQS-NO-MASTER-LINE TO PRINT-LINE
009260         WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
009270             AFTER ADVANCING 2 LINES
009280         MOVE 16 TO RETURN-CODE
009290         SET PARAMETER-BAD TO TRUE
009300         GO TO 2500-SCAN-MASTER-EXIT
009310     END-IF.
009320*
009330     SET MORE-MASTER TO TRUE.
009340     PERFORM 2510-SCAN-ONE-READING
009350         THRU 2510-SCAN-ONE-READING-EXIT
009360         UNTIL END-OF-MASTER.
009370     CLOSE READINGS-MASTER-FILE.
009380*
009390 2500-SCAN-MASTER-EXIT.
009400     EXIT.
009410*
009420 2510-SCAN-ONE-READING.
009430*
009440     READ READINGS-MASTER-FILE
009450         AT END
009460             SET END-OF-MASTER TO TRUE
009470             GO TO 2510-SCAN-ONE-READING-EXIT
009480     END-READ.
009490     ADD 1 TO MASTER-READ-COUNT.
009500*
009510     MOVE RDM-READING-DATE TO FIND-DATE.
009520     PERFORM 2900-FIND-WEEK
009530         THRU 2900-FIND-WEEK-EXIT.
009540     IF FIND-WEEK = ZERO
009550         GO TO 2510-SCAN-ONE-READING-EXIT
009560     END-IF.
009570*
009580     MOVE FIND-WEEK TO WEEK-IX.
009590     ADD 1 TO WEEK-ACCEPTED-TABLE(WEEK-IX).
009600     MOVE RDM-LOCATION   TO SLOT-KEY-LOCATION.
009610     MOVE RDM-SHIFT-CODE TO SLOT-KEY-SHIFT.
009620     PERFORM 2800-FIND-SLOT
009630         THRU 2800-FIND-SLOT-EXIT.
009640     IF SHIFT-SLOT-NOT-FOUND
009650         ADD 1 TO UNPLACED-COUNT
009660         GO TO 2510-SCAN-ONE-READING-EXIT
009670     END-IF.
009680     ADD 1 TO SWK-ACCEPTED(SHIFT-SLOT-IX, WEEK-IX).
009690*
009700 2510-SCAN-ONE-READING-EXIT.
009710     EXIT.
009720*
009730*----------------------------------------------------------------
009740* 2700-LOAD-RUN-LOG - RECORDS READ BY RUN DATE FOR THE FIVE WEEKS.
009750*     A RERUN OR RESTART OF A DATE REPLACES THE EARLIER RECORD.
009760*----------------------------------------------------------------
009770 2700-LOAD-RUN-LOG.
009780*
009790     SET RUN-LOG-MISSING TO TRUE.
009800     OPEN INPUT RUN-LOG-FILE.
009810     IF RUN-LOG-STATUS NOT = "00"
009820         DISPLAY "DQSCORE - RUN-LOG-FILE NOT AVAILABLE, "
009830             "STATUS = " RUN-LOG-STATUS
009840         GO TO 2700-LOAD-RUN-LOG-EXIT
009850     END-IF.
009860     SET RUN-LOG-AVAILABLE TO TRUE.
009870*
009880     SET MORE-RUN-LOG TO TRUE.
009890     PERFORM 2710-LOAD-ONE-RUN-LOG
009900         THRU 2710-LOAD-ONE-RUN-LOG-EXIT
009910         UNTIL END-OF-RUN-LOG.
009920     CLOSE RUN-LOG-FILE.
009930*
009940     PERFORM 2720-ADD-ONE-RUN-DAY
009950         THRU 2720-ADD-ONE-RUN-DAY-EXIT
009960         VARYING DAY-IX FROM 1 BY 1
009970         UNTIL DAY-IX > WINDOW-DAYS.
009980*
009990 2700-LOAD-RUN-LOG-EXIT.
010000     EXIT.
010010*
010020 2710-LOAD-ONE-RUN-LOG.
010030*
010040     READ RUN-LOG-FILE
010050         AT END
010060             SET END-OF-RUN-LOG TO TRUE
010070             GO TO 2710-LOAD-ONE-RUN-LOG-EXIT
010080     END-READ.
010090     ADD 1 TO RUN-LOG-READ-COUNT.
010100*
010110     IF RLG-RUN-DATE NOT NUMERIC
010120         OR RLG-RECORDS-READ NOT NUMERIC
010130         GO TO 2710-LOAD-ONE-RUN-LOG-EXIT
010140     END-IF.
010150     MOVE RLG-RUN-DATE TO FIND-DATE.
010160     PERFORM 2900-FIND-WEEK
010170         THRU 2900-FIND-WEEK-EXIT.
010180     IF FIND-DAY = ZERO
010190         GO TO 2710-LOAD-ONE-RUN-LOG-EXIT
010200     END-IF.
010210*
010220     MOVE RLG-RECORDS-READ TO LOG-READ-TABLE(FIND-DAY).
010230     MOVE "Y" TO LOG-SEEN-TABLE(FIND-DAY).
010240*
010250 2710-LOAD-ONE-RUN-LOG-EXIT.
010260     EXIT.
010270*
010280 2720-ADD-ONE-RUN-DAY.
010290*
010300     IF LOG-SEEN-TABLE(DAY-IX) NOT = "Y"
010310         GO TO 2720-ADD-ONE-RUN-DAY-EXIT
010320     END-IF.
010330*
010340     SUBTRACT 1 FROM DAY-IX GIVING DAYS-BACK.
010350     DIVIDE DAYS-BACK BY 7 GIVING WEEK-IX.
010360     ADD 1 TO WEEK-IX.
010370     ADD 1 TO WEEK-RUNS-TABLE(WEEK-IX).
010380     ADD LOG-READ-TABLE(DAY-IX) TO WEEK-READ-TABLE(WEEK-IX).
010390*
010400 2720-ADD-ONE-RUN-DAY-EXIT.
010410     EXIT.
010420*
010430*----------------------------------------------------------------
010440* 2800-FIND-SLOT - FIND OR CREATE THE SLOT FOR SLOT-KEY-LOCATION
010450*     AND SLOT-KEY-SHIFT, RETURNING SHIFT-SLOT-IX
010460*----------------------------------------------------------------
010470 2800-FIND-SLOT.
010480*
010490     SET SHIFT-SLOT-NOT-FOUND TO TRUE.
010500     PERFORM 2810-MATCH-ONE-SLOT
010510         THRU 2810-MATCH-ONE-SLOT-EXIT
010520         VARYING SHIFT-SLOT-IX FROM 1 BY 1
010530         UNTIL SHIFT-SLOT-IX > SHIFT-SLOT-COUNT
010540            OR SHIFT-SLOT-FOUND.
010550     IF SHIFT-SLOT-FOUND
010560         SUBTRACT 1 FROM SHIFT-SLOT-IX
010570         GO TO 2800-FIND-SLOT-EXIT
010580     END-IF.
010590*
010600     IF SHIFT-SLOT-COUNT >= SHIFT-SLOT-MAX
010610         IF SHIFT-SLOTS-FIT
010620             DISPLAY "DQSCORE - MORE THAN " SHIFT-SLOT-MAX
010630                 " LOCATION/SHIFT GROUPS, EXTRA GROUPS IGNORED"
010640             SET SHIFT-SLOTS-OVERFLOWED TO TRUE
010650         END-IF
010660         GO TO 2800-FIND-SLOT-EXIT
010670     END-IF.
010680*
010690     ADD 1 TO SHIFT-SLOT-COUNT.
010700     MOVE SHIFT-SLOT-COUNT  TO SHIFT-SLOT-IX.
010710     MOVE SLOT-KEY-LOCATION TO SLOT-LOC-TABLE(SHIFT-SLOT-IX).
010720     MOVE SLOT-KEY-SHIFT    TO SLOT-CODE-TABLE(SHIFT-SLOT-IX).
010730     SET SHIFT-SLOT-FOUND TO TRUE.
010740*
010750 2800-FIND-SLOT-EXIT.
010760     EXIT.
010770*
010780 2810-MATCH-ONE-SLOT.
010790*
010800     IF SLOT-LOC-TABLE(SHIFT-SLOT-IX) = SLOT-KEY-LOCATION
010810         AND SLOT-CODE-TABLE(SHIFT-SLOT-IX) = SLOT-KEY-SHIFT
010820         SET SHIFT-SLOT-FOUND TO TRUE
010830     END-IF.
010840*
010850 2810-MATCH-ONE-SLOT-EXIT.
010860     EXIT.
010870*
010880*----------------------------------------------------------------
010890* 2900-FIND-WEEK - THE WEEK (1 THIS WEEK TO 5) AND DAY (1 THE
010900*     WEEK-ENDING DATE TO 35) OF FIND-DATE, ZERO IF OUTSIDE
010910*----------------------------------------------------------------
010920 2900-FIND-WEEK.
010930*
010940     MOVE ZERO TO FIND-WEEK.
010950     MOVE ZERO TO FIND-DAY.
010960     IF FIND-DATE < WINDOW-FROM-DATE
010970         OR FIND-DATE > WEEK-ENDING-DATE
010980         GO TO 2900-FIND-WEEK-EXIT
010990     END-IF.
011000*
011010     COMPUTE DAY-NUMBER-WORK =
011020         FUNCTION INTEGER-OF-DATE(FIND-DATE).
011030     IF DAY-NUMBER-WORK = ZERO
011040         GO TO 2900-FIND-WEEK-EXIT
011050     END-IF.
011060     SUBTRACT DAY-NUMBER-WORK FROM END-DAY-NUMBER
011070         GIVING DAYS-BACK.
011080     ADD 1 DAYS-BACK GIVING FIND-DAY.
011090     DIVIDE DAYS-BACK BY 7 GIVING FIND-WEEK.
011100     ADD 1 TO FIND-WEEK.
011110*
011120 2900-FIND-WEEK-EXIT.
011130     EXIT.
011140*
011150*----------------------------------------------------------------
011160* 3000-ORDER-SLOTS - PRINT ORDER OF THE SLOTS, BY LOCATION AND
011170*     THEN SHIFT, WHICHEVER FILE FIRST NAMED THEM
011180*----------------------------------------------------------------
011190 3000-ORDER-SLOTS.
011200*
011210     PERFORM 3010-CLEAR-ONE-PLACED
011220         THRU 3010-CLEAR-ONE-PLACED-EXIT
011230         VARYING SHIFT-SLOT-IX FROM 1 BY 1
011240         UNTIL SHIFT-SLOT-IX > SHIFT-SLOT-COUNT.
011250     PERFORM 3100-PLACE-NEXT-SLOT
011260         THRU 3100-PLACE-NEXT-SLOT-EXIT
011270         VARYING ORDER-IX FROM 1 BY 1
011280         UNTIL ORDER-IX > SHIFT-SLOT-COUNT.
011290*
011300 3000-ORDER-SLOTS-EXIT.
011310     EXIT.
011320*
011330 3010-CLEAR-ONE-PLACED.
011340*
011350     MOVE "N" TO SLOT-PLACED-TABLE(SHIFT-SLOT-IX).
011360*
011370 3010-CLEAR-ONE-PLACED-EXIT.
011380     EXIT.
011390*
011400 3100-PLACE-NEXT-SLOT.
011410*
011420     MOVE ZERO TO NEXT-IX.
011430     PERFORM 3110-TRY-ONE-SLOT
011440         THRU 3110-TRY-ONE-SLOT-EXIT
011450         VARYING SHIFT-SLOT-IX FROM 1 BY 1
011460         UNTIL SHIFT-SLOT-IX > SHIFT-SLOT-COUNT.
011470     MOVE NEXT-IX TO SLOT-ORDER-TABLE(ORDER-IX).
011480     MOVE "Y" TO SLOT-PLACED-TABLE(NEXT-IX).
011490*
011500 3100-PLACE-NEXT-SLOT-EXIT.
011510     EXIT.
011520*
011530 3110-TRY-ONE-SLOT.
011540*
011550     IF SLOT-PLACED-TABLE(SHIFT-SLOT-IX) = "Y"
011560         GO TO 3110-TRY-ONE-SLOT-EXIT
011570     END-IF.
011580     IF NEXT-IX = ZERO
011590         MOVE SHIFT-SLOT-IX TO NEXT-IX
011600         GO TO 3110-TRY-ONE-SLOT-EXIT
011610     END-IF.
011620     IF SLOT-LOC-TABLE(SHIFT-SLOT-IX) < SLOT-LOC-TABLE(NEXT-IX)
011630         MOVE SHIFT-SLOT-IX TO NEXT-IX
011640         GO TO 3110-TRY-ONE-SLOT-EXIT
011650     END-IF.
011660     IF SLOT-LOC-TABLE(SHIFT-SLOT-IX) = SLOT-LOC-TABLE(NEXT-IX)
011670         AND SLOT-CODE-TABLE(SHIFT-SLOT-IX)
011680             < SLOT-CODE-TABLE(NEXT-IX)
011690         MOVE SHIFT-SLOT-IX TO NEXT-IX
011700     END-IF.
011710*
011720 3110-TRY-ONE-SLOT-EXIT.
011730     EXIT.
011740*
011750*----------------------------------------------------------------
011760* 4000-WRITE-SHIFT-SCORECARDS - FOR EACH LOCATION AND SHIFT, ONE
011770*     ROW PER REASON CODE AND AN ALL-REASONS ROW, THEN THE
011780*     CORRECTIONS LINE
011790*----------------------------------------------------------------
011800 4000-WRITE-SHIFT-SCORECARDS.
011810*
011820     MOVE "REJECT RATES BY LOCATION, SHIFT AND REASON"
011830         TO DQS-SEC-TITLE.
011840     MOVE DQS-SECTION-LINE TO PRINT-LINE.
011850     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
011860         AFTER ADVANCING 3 LINES.
011870*
011880     IF SHIFT-SLOT-COUNT = ZERO
011890         MOVE DQS-NONE-LINE TO PRINT-LINE
011900         WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
011910             AFTER ADVANCING 2 LINES
011920         GO TO 4000-WRITE-SHIFT-SCORECARDS-EXIT
011930     END-IF.
011940*
011950     PERFORM 4100-WRITE-ONE-SLOT
011960         THRU 4100-WRITE-ONE-SLOT-EXIT
011970         VARYING ORDER-IX FROM 1 BY 1
011980         UNTIL ORDER-IX > SHIFT-SLOT-COUNT.
011990*
012000     PERFORM 4900-WRITE-LEGEND
012010         THRU 4900-WRITE-LEGEND-EXIT.
012020*
012030 4000-WRITE-SHIFT-SCORECARDS-EXIT.
012040     EXIT.
012050*
012060 4100-WRITE-ONE-SLOT.
012070*
012080     MOVE SLOT-ORDER-TABLE(ORDER-IX) TO SHIFT-SLOT-IX.
012090     MOVE SLOT-LOC-TABLE(SHIFT-SLOT-IX)  TO DQS-SLT-LOCATION.
012100     MOVE SLOT-CODE-TABLE(SHIFT-SLOT-IX) TO DQS-SLT-SHIFT.
012110     MOVE SWK-ACCEPTED(SHIFT-SLOT-IX, 1) TO DQS-SLT-ACCEPTED.
012120     MOVE SWK-REJECTED(SHIFT-SLOT-IX, 1) TO DQS-SLT-REJECTED.
012130     MOVE DQS-SLOT-LINE TO PRINT-LINE.
012140     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
012150         AFTER ADVANCING 3 LINES.
012160     MOVE DQS-REASON-HEADING-1 TO PRINT-LINE.
012170     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
012180         AFTER ADVANCING 2 LINES.
012190     MOVE DQS-REASON-HEADING-2 TO PRINT-LINE.
012200     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
012210         AFTER ADVANCING 1 LINE.
012220*
012230     SET ROW-REJECT-ROWS TO TRUE.
012231     PERFORM 4200-WRITE-REASON-ROW
012240         THRU 4200-WRITE-REASON-ROW-EXIT
012250         VARYING REASON-IX FROM 1 BY 1
012260         UNTIL REASON-IX > REASON-MAX.
012270*
012280     PERFORM 4310-LOAD-ALL-WEEK
012290         THRU 4310-LOAD-ALL-WEEK-EXIT
012300         VARYING WEEK-IX FROM 1 BY 1
012310         UNTIL WEEK-IX > WEEK-MAX.
012320     MOVE SPACES TO DQS-RSN-CODE.
012330     MOVE "ALL REASONS" TO DQS-RSN-NAME.
012340     PERFORM 7000-WRITE-RATE-ROW
012350         THRU 7000-WRITE-RATE-ROW-EXIT.
012351*
012352*    FLAGS FOLLOW THE ALL-REASONS ROW, AS THEY ARE NOT IN IT
012353     SET ROW-FLAG-ROWS TO TRUE.
012354     MOVE SPACES TO PRINT-LINE.
012355     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
012356         AFTER ADVANCING 1 LINE.
012357     PERFORM 4200-WRITE-REASON-ROW
012358         THRU 4200-WRITE-REASON-ROW-EXIT
012359         VARYING REASON-IX FROM 1 BY 1
012360         UNTIL REASON-IX > REASON-MAX.
012361*
012370     PERFORM 4400-WRITE-CORRECTIONS
012380         THRU 4400-WRITE-CORRECTIONS-EXIT.
012390*
012400 4100-WRITE-ONE-SLOT-EXIT.
012410     EXIT.
012420*
012430*    ONLY REASONS OF THE KIND BEING WRITTEN.  THE OTHER-CODE ROW
012431*    IS ONLY PRINTED WHEN SUCH A CODE TURNED UP.
012440 4200-WRITE-REASON-ROW.
012450*
012451     IF ROW-REJECT-ROWS
012452         AND NOT REASON-IS-REJECT(REASON-IX)
012453         GO TO 4200-WRITE-REASON-ROW-EXIT
012454     END-IF.
012455     IF ROW-FLAG-ROWS
012456         AND NOT REASON-IS-FLAG(REASON-IX)
012457         GO TO 4200-WRITE-REASON-ROW-EXIT
012458     END-IF.
012459*
012460     PERFORM 4210-LOAD-REASON-WEEK
012470         THRU 4210-LOAD-REASON-WEEK-EXIT
012480         VARYING WEEK-IX FROM 1 BY 1
012490         UNTIL WEEK-IX > WEEK-MAX.
012500     IF REASON-IX = REASON-MAX
012510         AND ROW-REJ-TOTAL = ZERO
012520         GO TO 4200-WRITE-REASON-ROW-EXIT
012530     END-IF.
012540*
012550     MOVE REASON-CODE-TABLE(REASON-IX) TO DQS-RSN-CODE.
012560     MOVE REASON-NAME-TABLE(REASON-IX) TO DQS-RSN-NAME.
012570     PERFORM 7000-WRITE-RATE-ROW
012580         THRU 7000-WRITE-RATE-ROW-EXIT.
012590*
012600 4200-WRITE-REASON-ROW-EXIT.
012610     EXIT.
012620*
012630 4210-LOAD-REASON-WEEK.
012640*
012650     IF WEEK-IX = 1
012660         MOVE ZERO TO ROW-REJ-TOTAL
012670     END-IF.
012680     MOVE SWK-REASON-REJ(SHIFT-SLOT-IX, WEEK-IX, REASON-IX)
012690         TO ROW-REJ-TABLE(WEEK-IX).
012700     ADD ROW-REJ-TABLE(WEEK-IX) TO ROW-REJ-TOTAL.
012710*
012720 4210-LOAD-REASON-WEEK-EXIT.
012730     EXIT.
012740*
012750 4310-LOAD-ALL-WEEK.
012760*
012770     MOVE SWK-REJECTED(SHIFT-SLOT-IX, WEEK-IX)
012780         TO ROW-REJ-TABLE(WEEK-IX).
012790*
012800 4310-LOAD-ALL-WEEK-EXIT.
012810     EXIT.
012820*
012830*----------------------------------------------------------------
012840* 4400-WRITE-CORRECTIONS - EXCEPTIONS CLEARED BY A CORRECTION THIS
012850*     WEEK AND IN THE FOUR PRIOR WEEKS, WITH THE AVERAGE DAYS FROM
012860*     REJECTION TO CORRECTION
012870*----------------------------------------------------------------
012880 4400-WRITE-CORRECTIONS.
012890*
012900     MOVE SWK-CORRECTED(SHIFT-SLOT-IX, 1) TO WORK-CORRECTED.
012910     MOVE SWK-CORR-DAYS(SHIFT-SLOT-IX, 1) TO WORK-CORR-DAYS.
012920     MOVE WORK-CORRECTED TO DQS-COR-THIS-COUNT.
012930     IF WORK-CORRECTED = ZERO
012940         MOVE SPACES TO DQS-COR-THIS-AVG-X
012950     ELSE
012960         COMPUTE WORK-AVG-DAYS ROUNDED =
012970             WORK-CORR-DAYS / WORK-CORRECTED
012980         MOVE WORK-AVG-DAYS TO DQS-COR-THIS-AVG
012990     END-IF.
013000*
013010     MOVE ZERO TO WORK-CORRECTED.
013020     MOVE ZERO TO WORK-CORR-DAYS.
013030     PERFORM 4410-ADD-PRIOR-CORRECTION
013040         THRU 4410-ADD-PRIOR-CORRECTION-EXIT
013050         VARYING WEEK-IX FROM 2 BY 1
013060         UNTIL WEEK-IX > WEEK-MAX.
013070     MOVE WORK-CORRECTED TO DQS-COR-PRIOR-COUNT.
013080     IF WORK-CORRECTED = ZERO
013090         MOVE SPACES TO DQS-COR-PRIOR-AVG-X
013100     ELSE
013110         COMPUTE WORK-AVG-DAYS ROUNDED =
013120             WORK-CORR-DAYS / WORK-CORRECTED
013130         MOVE WORK-AVG-DAYS TO DQS-COR-PRIOR-AVG
013140     END-IF.
013150*
013160     MOVE DQS-CORRECTED-LINE TO PRINT-LINE.
013170     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
013180         AFTER ADVANCING 2 LINES.
013190*
013200 4400-WRITE-CORRECTIONS-EXIT.
013210     EXIT.
013220*
013230 4410-ADD-PRIOR-CORRECTION.
013240*
013250     ADD SWK-CORRECTED(SHIFT-SLOT-IX, WEEK-IX) TO WORK-CORRECTED.
013260     ADD SWK-CORR-DAYS(SHIFT-SLOT-IX, WEEK-IX) TO WORK-CORR-DAYS.
013270*
013280 4410-ADD-PRIOR-CORRECTION-EXIT.
013290     EXIT.
013300*
013310 4900-WRITE-LEGEND.
013320*
013330     MOVE DQS-LEGEND-1 TO PRINT-LINE.
013340     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
013350         AFTER ADVANCING 3 LINES.
013351     MOVE DQS-FLAG-LEGEND TO PRINT-LINE.
013352     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
013353         AFTER ADVANCING 1 LINE.
013360     MOVE DQS-LEGEND-2 TO PRINT-LINE.
013370     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
013380         AFTER ADVANCING 1 LINE.
013390     MOVE DQS-LEGEND-3 TO PRINT-LINE.
013400     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
013410         AFTER ADVANCING 1 LINE.
013420*
013430 4900-WRITE-LEGEND-EXIT.
013440     EXIT.
013450*
013460*----------------------------------------------------------------
013470* 5000-WRITE-WORST-SHIFTS - THE SHIFTS WITH READINGS THIS WEEK,
013480*     WORST REJECT RATE FIRST (THE MORE REJECTS FIRST ON A TIE),
013490*     UP TO RANK-MAX OF THEM
013500*----------------------------------------------------------------
013510 5000-WRITE-WORST-SHIFTS.
013520*
013530     MOVE "WORST SHIFTS THIS WEEK BY REJECT RATE"
013540         TO DQS-SEC-TITLE.
013550     MOVE DQS-SECTION-LINE TO PRINT-LINE.
013560     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
013570         AFTER ADVANCING 3 LINES.
013580     MOVE DQS-RANK-HEADING TO PRINT-LINE.
013590     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
013600         AFTER ADVANCING 2 LINES.
013610*
013620     PERFORM 5100-RATE-ONE-SLOT
013630         THRU 5100-RATE-ONE-SLOT-EXIT
013640         VARYING SHIFT-SLOT-IX FROM 1 BY 1
013650         UNTIL SHIFT-SLOT-IX > SHIFT-SLOT-COUNT.
013660*
013670     MOVE ZERO TO RANK-COUNT.
013680     PERFORM 5200-RANK-NEXT-SLOT
013690         THRU 5200-RANK-NEXT-SLOT-EXIT
013700         VARYING RANK-IX FROM 1 BY 1
013710         UNTIL RANK-IX > RANK-MAX.
013720*
013730     IF RANK-COUNT = ZERO
013740         MOVE DQS-NONE-LINE TO PRINT-LINE
013750         WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
013760             AFTER ADVANCING 1 LINE
013770     END-IF.
013780*
013790 5000-WRITE-WORST-SHIFTS-EXIT.
013800     EXIT.
013810*
013820*    A SHIFT WITH NOTHING ACCEPTED OR REJECTED THIS WEEK IS NOT
013830*    RANKED - IT IS MARKED RANKED ALREADY
013840 5100-RATE-ONE-SLOT.
013850*
013860     MOVE SWK-REJECTED(SHIFT-SLOT-IX, 1)
013870         TO SLOT-REJ-TABLE(SHIFT-SLOT-IX).
013880     ADD SWK-ACCEPTED(SHIFT-SLOT-IX, 1)
013890         SWK-REJECTED(SHIFT-SLOT-IX, 1) GIVING WORK-VOLUME.
013900     IF WORK-VOLUME = ZERO
013910         MOVE "Y" TO SLOT-RANKED-TABLE(SHIFT-SLOT-IX)
013920         MOVE ZERO TO SLOT-RATE-TABLE(SHIFT-SLOT-IX)
013930     ELSE
013940         MOVE "N" TO SLOT-RANKED-TABLE(SHIFT-SLOT-IX)
013950         COMPUTE SLOT-RATE-TABLE(SHIFT-SLOT-IX) ROUNDED =
013960             SLOT-REJ-TABLE(SHIFT-SLOT-IX) * 100 / WORK-VOLUME
013970     END-IF.
013980*
013990 5100-RATE-ONE-SLOT-EXIT.
014000     EXIT.
014010*
014020 5200-RANK-NEXT-SLOT.
014030*
014040     MOVE ZERO TO NEXT-IX.
014050     PERFORM 5210-TRY-ONE-SLOT
014060         THRU 5210-TRY-ONE-SLOT-EXIT
014070         VARYING ORDER-IX FROM 1 BY 1
014080         UNTIL ORDER-IX > SHIFT-SLOT-COUNT.
014090     IF NEXT-IX = ZERO
014100         GO TO 5200-RANK-NEXT-SLOT-EXIT
014110     END-IF.
014120*
014130     MOVE "Y" TO SLOT-RANKED-TABLE(NEXT-IX).
014140     ADD 1 TO RANK-COUNT.
014150     MOVE NEXT-IX TO SHIFT-SLOT-IX.
014160     PERFORM 5300-WRITE-RANK-LINE
014170         THRU 5300-WRITE-RANK-LINE-EXIT.
014180*
014190 5200-RANK-NEXT-SLOT-EXIT.
014200     EXIT.
014210*
014220*    TRIED IN PRINT ORDER SO AN EXACT TIE GOES TO THE LOWER
014230*    LOCATION AND SHIFT
014240 5210-TRY-ONE-SLOT.
014250*
014260     MOVE SLOT-ORDER-TABLE(ORDER-IX) TO SHIFT-SLOT-IX.
014270     IF SLOT-RANKED-TABLE(SHIFT-SLOT-IX) = "Y"
014280         GO TO 5210-TRY-ONE-SLOT-EXIT
014290     END-IF.
014300     IF NEXT-IX = ZERO
014310         OR SLOT-RATE-TABLE(SHIFT-SLOT-IX) > BEST-RATE
014320         OR (SLOT-RATE-TABLE(SHIFT-SLOT-IX) = BEST-RATE
014330         AND SLOT-REJ-TABLE(SHIFT-SLOT-IX) > BEST-REJ)
014340         MOVE SHIFT-SLOT-IX TO NEXT-IX
014350         MOVE SLOT-RATE-TABLE(SHIFT-SLOT-IX) TO BEST-RATE
014360         MOVE SLOT-REJ-TABLE(SHIFT-SLOT-IX)  TO BEST-REJ
014370     END-IF.
014380*
014390 5210-TRY-ONE-SLOT-EXIT.
014400     EXIT.
014410*
014420 5300-WRITE-RANK-LINE.
014430*
014440     MOVE RANK-COUNT TO DQS-RNK-RANK.
014450     MOVE SLOT-LOC-TABLE(SHIFT-SLOT-IX)  TO DQS-RNK-LOCATION.
014460     MOVE SLOT-CODE-TABLE(SHIFT-SLOT-IX) TO DQS-RNK-SHIFT.
014470     ADD SWK-ACCEPTED(SHIFT-SLOT-IX, 1)
014480         SWK-REJECTED(SHIFT-SLOT-IX, 1) GIVING THIS-VOLUME.
014490     MOVE THIS-VOLUME TO DQS-RNK-VOLUME.
014500     MOVE SLOT-REJ-TABLE(SHIFT-SLOT-IX)  TO DQS-RNK-REJECTED.
014510     MOVE SLOT-RATE-TABLE(SHIFT-SLOT-IX) TO THIS-RATE.
014520     MOVE THIS-RATE TO DQS-RNK-RATE.
014530*
014540     MOVE ZERO TO PRIOR-REJECTED.
014550     MOVE ZERO TO PRIOR-VOLUME.
014560     PERFORM 5310-ADD-PRIOR-WEEK
014570         THRU 5310-ADD-PRIOR-WEEK-EXIT
014580         VARYING WEEK-IX FROM 2 BY 1
014590         UNTIL WEEK-IX > WEEK-MAX.
014600     IF PRIOR-VOLUME = ZERO
014610         MOVE SPACES TO DQS-RNK-PRIOR-RATE-X
014620         MOVE SPACES TO DQS-RNK-CHANGE-X
014630     ELSE
014640         COMPUTE PRIOR-RATE ROUNDED =
014650             PRIOR-REJECTED * 100 / PRIOR-VOLUME
014660         MOVE PRIOR-RATE TO DQS-RNK-PRIOR-RATE
014670         SUBTRACT PRIOR-RATE FROM THIS-RATE GIVING RATE-CHANGE
014680         MOVE RATE-CHANGE TO DQS-RNK-CHANGE
014690     END-IF.
014700*
014710     MOVE ZERO TO WORST-REASON-IX.
014720     MOVE ZERO TO BEST-COUNT.
014730     PERFORM 5320-TRY-ONE-REASON
014740         THRU 5320-TRY-ONE-REASON-EXIT
014750         VARYING R FROM 1 BY 1
014760         UNTIL R > REASON-MAX.
014770     IF WORST-REASON-IX = ZERO
014780         MOVE SPACES TO DQS-RNK-REASON-CODE
014790         MOVE SPACES TO DQS-RNK-REASON-NAME
014800     ELSE
014810         MOVE REASON-CODE-TABLE(WORST-REASON-IX)
014820             TO DQS-RNK-REASON-CODE
014830         MOVE REASON-NAME-TABLE(WORST-REASON-IX)
014840             TO DQS-RNK-REASON-NAME
014850     END-IF.
014860*
014870     MOVE DQS-RANK-LINE TO PRINT-LINE.
014880     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
014890         AFTER ADVANCING 1 LINE.
014900*
014910 5300-WRITE-RANK-LINE-EXIT.
014920     EXIT.
014930*
014940 5310-ADD-PRIOR-WEEK.
014950*
014960     ADD SWK-REJECTED(SHIFT-SLOT-IX, WEEK-IX) TO PRIOR-REJECTED.
014970     ADD SWK-ACCEPTED(SHIFT-SLOT-IX, WEEK-IX)
014980         SWK-REJECTED(SHIFT-SLOT-IX, WEEK-IX) TO PRIOR-VOLUME.
014990*
015000 5310-ADD-PRIOR-WEEK-EXIT.
015010     EXIT.
015020*
015030 5320-TRY-ONE-REASON.
015040*
015041     IF NOT REASON-IS-REJECT(R)
015042         GO TO 5320-TRY-ONE-REASON-EXIT
015043     END-IF.
015050     IF SWK-REASON-REJ(SHIFT-SLOT-IX, 1, R) > BEST-COUNT
015060         MOVE SWK-REASON-REJ(SHIFT-SLOT-IX, 1, R) TO BEST-COUNT
015070         MOVE R TO WORST-REASON-IX
015080     END-IF.
015090*
015100 5320-TRY-ONE-REASON-EXIT.
015110     EXIT.
015120*
015130*----------------------------------------------------------------
015140* 6000-WRITE-PLANT-CONTROL - RUN-LOG RECORDS READ AGAINST THE
015150*     READINGS ACCEPTED AND REJECTED, WEEK BY WEEK, AND THE RUN
015160*     COUNTS.  THE RETURN CODE IS SET HERE:
015170*      0 = CLEAN
015180*      4 = NO READINGS THIS WEEK, NO RUN LOG, OR TABLES OVERFLOWED
015190*     16 = WEEK-ENDING DATE BAD, EXCEPTIONS OR MASTER UNAVAILABLE
015200*----------------------------------------------------------------
015210 6000-WRITE-PLANT-CONTROL.
015220*
015230     MOVE "PLANT CONTROL - RECORDS READ, ACCEPTED AND REJECTED"
015240         TO DQS-SEC-TITLE.
015250     MOVE DQS-SECTION-LINE TO PRINT-LINE.
015260     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015270         AFTER ADVANCING 3 LINES.
015280     MOVE DQS-CONTROL-HEADING TO PRINT-LINE.
015290     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015300         AFTER ADVANCING 2 LINES.
015310*
015320     PERFORM 6100-WRITE-ONE-WEEK
015330         THRU 6100-WRITE-ONE-WEEK-EXIT
015340         VARYING WEEK-IX FROM 1 BY 1
015350         UNTIL WEEK-IX > WEEK-MAX.
015360*
015370     MOVE DQS-CONTROL-LEGEND-1 TO PRINT-LINE.
015380     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015390         AFTER ADVANCING 2 LINES.
015400     MOVE DQS-CONTROL-LEGEND-2 TO PRINT-LINE.
015410     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015420         AFTER ADVANCING 1 LINE.
015421     MOVE DQS-CONTROL-LEGEND-3 TO PRINT-LINE.
015422     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015423         AFTER ADVANCING 1 LINE.
015430*
015440     IF RUN-LOG-MISSING
015450         MOVE DQS-NO-RUN-LOG-LINE TO PRINT-LINE
015460         WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015470             AFTER ADVANCING 2 LINES
015480     END-IF.
015490     ADD WEEK-ACCEPTED-TABLE(1) WEEK-REJECTED-TABLE(1)
015500         GIVING THIS-VOLUME.
015510     IF THIS-VOLUME = ZERO
015520         MOVE DQS-NO-DATA-LINE TO PRINT-LINE
015530         WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015540             AFTER ADVANCING 2 LINES
015550     END-IF.
015560     IF SHIFT-SLOTS-OVERFLOWED
015570         MOVE DQS-OVERFLOW-LINE TO PRINT-LINE
015580         WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015590             AFTER ADVANCING 2 LINES
015600     END-IF.
015610*
015620     MOVE "EXCEPTIONS READ:" TO DQS-CNT-LABEL.
015630     MOVE EXCEPTIONS-READ-COUNT TO DQS-CNT-VALUE.
015640     MOVE DQS-COUNT-LINE TO PRINT-LINE.
015650     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015660         AFTER ADVANCING 2 LINES.
015670     MOVE "MASTER READINGS READ:" TO DQS-CNT-LABEL.
015680     MOVE MASTER-READ-COUNT TO DQS-CNT-VALUE.
015690     MOVE DQS-COUNT-LINE TO PRINT-LINE.
015700     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015710         AFTER ADVANCING 1 LINE.
015720     MOVE "RUN-LOG RECORDS READ:" TO DQS-CNT-LABEL.
015730     MOVE RUN-LOG-READ-COUNT TO DQS-CNT-VALUE.
015740     MOVE DQS-COUNT-LINE TO PRINT-LINE.
015750     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015760         AFTER ADVANCING 1 LINE.
015770     MOVE "CLEARED EXCEPTIONS WITH NO CLEARED DATE:"
015780         TO DQS-CNT-LABEL.
015790     MOVE UNDATED-CORRECTION-COUNT TO DQS-CNT-VALUE.
015800     MOVE DQS-COUNT-LINE TO PRINT-LINE.
015810     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015820         AFTER ADVANCING 1 LINE.
015830     IF UNPLACED-COUNT > ZERO
015840         MOVE "READINGS AND REJECTS NOT IN ANY SHIFT:"
015850             TO DQS-CNT-LABEL
015860         MOVE UNPLACED-COUNT TO DQS-CNT-VALUE
015870         MOVE DQS-COUNT-LINE TO PRINT-LINE
015880         WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
015890             AFTER ADVANCING 1 LINE
015900     END-IF.
015910*
015920     IF RETURN-CODE = ZERO
015930         AND (THIS-VOLUME = ZERO
015940              OR RUN-LOG-MISSING
015950              OR SHIFT-SLOTS-OVERFLOWED)
015960         MOVE 4 TO RETURN-CODE
015970     END-IF.
015980*
015990 6000-WRITE-PLANT-CONTROL-EXIT.
016000     EXIT.
016010*
016020 6100-WRITE-ONE-WEEK.
016030*
016040     IF WEEK-IX = 1
016050         MOVE "THIS" TO DQS-CTL-WEEK
016060     ELSE
016070         SUBTRACT 1 FROM WEEK-IX GIVING PRIOR-IX
016080         MOVE SPACES TO DQS-CTL-WEEK
016090         STRING "WK-" PRIOR-IX DELIMITED BY SIZE
016100             INTO DQS-CTL-WEEK
016110     END-IF.
016120     MOVE WEEK-FROM-TABLE(WEEK-IX) TO FMT-DATE-IN.
016130     PERFORM 7900-FORMAT-DATE
016140         THRU 7900-FORMAT-DATE-EXIT.
016150     MOVE FMT-DATE-OUT TO DQS-CTL-FROM.
016160     MOVE WEEK-TO-TABLE(WEEK-IX) TO FMT-DATE-IN.
016170     PERFORM 7900-FORMAT-DATE
016180         THRU 7900-FORMAT-DATE-EXIT.
016190     MOVE FMT-DATE-OUT TO DQS-CTL-TO.
016200*
016210     MOVE WEEK-RUNS-TABLE(WEEK-IX)     TO DQS-CTL-RUNS.
016220     MOVE WEEK-READ-TABLE(WEEK-IX)     TO DQS-CTL-READ.
016230     MOVE WEEK-ACCEPTED-TABLE(WEEK-IX) TO DQS-CTL-ACCEPTED.
016240     MOVE WEEK-REJECTED-TABLE(WEEK-IX) TO DQS-CTL-REJECTED.
016250     IF WEEK-RUNS-TABLE(WEEK-IX) = ZERO
016260         MOVE SPACES TO DQS-CTL-DIFFERENCE-X
016270     ELSE
016280         SUBTRACT WEEK-ACCEPTED-TABLE(WEEK-IX)
016290             WEEK-REJECTED-TABLE(WEEK-IX)
016300             FROM WEEK-READ-TABLE(WEEK-IX)
016310             GIVING WORK-DIFFERENCE
016320         MOVE WORK-DIFFERENCE TO DQS-CTL-DIFFERENCE
016330     END-IF.
016340     MOVE DQS-CONTROL-LINE TO PRINT-LINE.
016350     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
016360         AFTER ADVANCING 1 LINE.
016370*
016380 6100-WRITE-ONE-WEEK-EXIT.
016390     EXIT.
016400*
016410*----------------------------------------------------------------
016420* 7000-WRITE-RATE-ROW - ONE REASON (OR ALL-REASONS) ROW FROM THE
016430*     COUNTS IN ROW-REJ-TABLE.  A REJECT RATE IS TAKEN OVER ALL
016440*     THE SHIFT'S READINGS IN THE WEEK, A FLAG RATE OVER ITS
016441*     ACCEPTED READINGS; ONE WITH NOTHING TO RATE IS BLANK.
016460*----------------------------------------------------------------
016470 7000-WRITE-RATE-ROW.
016480*
016490     MOVE ROW-REJ-TABLE(1) TO DQS-RSN-REJECTED.
016500     MOVE ZERO TO PRIOR-REJECTED.
016510     MOVE ZERO TO PRIOR-VOLUME.
016520     PERFORM 7100-RATE-ONE-WEEK
016530         THRU 7100-RATE-ONE-WEEK-EXIT
016540         VARYING WEEK-IX FROM 1 BY 1
016550         UNTIL WEEK-IX > WEEK-MAX.
016560*
016570     IF PRIOR-VOLUME = ZERO
016580         MOVE SPACES TO DQS-RSN-PRIOR-RATE-X
016590     ELSE
016600         COMPUTE PRIOR-RATE ROUNDED =
016610             PRIOR-REJECTED * 100 / PRIOR-VOLUME
016620         MOVE PRIOR-RATE TO DQS-RSN-PRIOR-RATE
016630     END-IF.
016640     IF PRIOR-VOLUME = ZERO
016650         OR THIS-VOLUME = ZERO
016660         MOVE SPACES TO DQS-RSN-CHANGE-X
016670     ELSE
016680         SUBTRACT PRIOR-RATE FROM THIS-RATE GIVING RATE-CHANGE
016690         MOVE RATE-CHANGE TO DQS-RSN-CHANGE
016700     END-IF.
016710*
016720     MOVE DQS-REASON-LINE TO PRINT-LINE.
016730     WRITE SCORECARD-REPORT-RECORD FROM PRINT-LINE
016740         AFTER ADVANCING 1 LINE.
016750*
016760 7000-WRITE-RATE-ROW-EXIT.
016770     EXIT.
016780*
016790 7100-RATE-ONE-WEEK.
016800*
016810     MOVE ROW-REJ-TABLE(WEEK-IX) TO WORK-REJECTED.
016811     IF ROW-FLAG-ROWS
016812         MOVE SWK-ACCEPTED(SHIFT-SLOT-IX, WEEK-IX) TO WORK-VOLUME
016813     ELSE
016820         ADD SWK-ACCEPTED(SHIFT-SLOT-IX, WEEK-IX)
016830             SWK-REJECTED(SHIFT-SLOT-IX, WEEK-IX)
016831             GIVING WORK-VOLUME
016832     END-IF.
016840     IF WORK-VOLUME > ZERO
016850         COMPUTE WORK-RATE ROUNDED =
016860             WORK-REJECTED * 100 / WORK-VOLUME
016870     END-IF.
016880*
016890     IF WEEK-IX = 1
016900         MOVE WORK-VOLUME TO THIS-VOLUME
016910         IF WORK-VOLUME = ZERO
016920             MOVE SPACES TO DQS-RSN-THIS-RATE-X
016930         ELSE
016940             MOVE WORK-RATE TO THIS-RATE
016950             MOVE THIS-RATE TO DQS-RSN-THIS-RATE
016960         END-IF
016970         GO TO 7100-RATE-ONE-WEEK-EXIT
016980     END-IF.
016990*
017000     ADD WORK-REJECTED TO PRIOR-REJECTED.
017010     ADD WORK-VOLUME   TO PRIOR-VOLUME.
017020     SUBTRACT 1 FROM WEEK-IX GIVING PRIOR-IX.
017030     MOVE SPACES TO DQS-RSN-WEEK-GAP(PRIOR-IX).
017040     IF WORK-VOLUME = ZERO
017050         MOVE SPACES TO DQS-RSN-WEEK-RATE-X(PRIOR-IX)
017060     ELSE
017070         MOVE WORK-RATE TO DQS-RSN-WEEK-RATE(PRIOR-IX)
017080     END-IF.
017090*
017100 7100-RATE-ONE-WEEK-EXIT.
017110     EXIT.
017120*
017130*----------------------------------------------------------------
017140* 7900-FORMAT-DATE - FMT-DATE-IN AS MM/DD/YYYY
017150*----------------------------------------------------------------
017160 7900-FORMAT-DATE.
017170*
017180     MOVE FMT-DATE-IN TO DATE-SPLIT-WORK.
017190     MOVE SPACES TO FMT-DATE-OUT.
017200     STRING DATE-SPLIT-MM "/" DATE-SPLIT-DD "/" DATE-SPLIT-YYYY
017210         DELIMITED BY SIZE INTO FMT-DATE-OUT.
017220*
017230 7900-FORMAT-DATE-EXIT.
017240     EXIT.
017250*
017260*----------------------------------------------------------------
017270* 9999-TERMINATE - CLOSE FILES BEFORE STOP RUN
017280*----------------------------------------------------------------
017290 9999-TERMINATE.
017300*
017310     CLOSE SCORECARD-REPORT-FILE.
017320*
017330 9999-TERMINATE-EXIT.
017340     EXIT.
