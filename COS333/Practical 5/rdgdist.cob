000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     RDGDIST.
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
000220* 2026-10-15 DF    ORIGINAL PROGRAM - DISTRIBUTION OF THE
000230*                  READINGS ON THE KEYED READINGS MASTER FOR
000240*                  ONE LOCATION, SHIFT AND DATE RANGE FROM THE
000250*                  PARAMETER CARD.  PRINTS THE 5TH, 25TH, 50TH,
000260*                  75TH AND 95TH PERCENTILES AND THE
000270*                  INTERQUARTILE RANGE, THEN A FREQUENCY
000280*                  DISTRIBUTION WITH A BAR OF ASTERISKS PER
000290*                  CLASS.  THE CLASS WIDTH IS TAKEN FROM THE
000300*                  CARD OR DERIVED FROM THE DATA, AND THE SHIFT
000310*                  MASTER BAND LIMITS IN FORCE OVER THE RANGE
000320*                  ARE MARKED AGAINST THE CLASSES.
000321* 2026-10-15 DF    PARAMETER LINE BROUGHT BACK TO 80 BYTES.
000322* 2026-10-15 DF    HOLD UP TO 200 BAND VERSIONS, AS SHFTMNT KEEPS.
000330*--------------------------------------------------------------
000340*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*
000390     SELECT READINGS-MASTER-FILE ASSIGN TO "READMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS RDM-KEY
000430         FILE STATUS IS READINGS-MASTER-STATUS.
000440*
000450     SELECT SHIFT-MASTER-FILE ASSIGN TO "SHIFTMST"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS SHIFT-MASTER-STATUS.
000480*
000490     SELECT PARAMETER-FILE ASSIGN TO "DSTPARM"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS PARAMETER-STATUS.
000520*
000530     SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO "DSTRPT"
000540         ORGANIZATION IS SEQUENTIAL.
000550*
000560     SELECT SORT-VALUE-FILE ASSIGN TO "DSTSORT".
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*
000610 FD  READINGS-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 40 CHARACTERS.
000640 01  READINGS-MASTER-RECORD.
000650     05  RDM-KEY.
000660         10  RDM-LOCATION        PIC X(03).
000670         10  RDM-READING-DATE    PIC 9(08).
000680         10  RDM-SHIFT-CODE      PIC X(03).
000690         10  RDM-SEQUENCE        PIC 9(05).
000700     05  RDM-READING-VALUE       PIC S9(05)V9.
000710     05  RDM-RECORD-NUMBER       PIC 9(07).
000720     05  RDM-FILLER              PIC X(08).
000730*
000740*    ONE RECORD PER DATED VERSION OF A LOCATION/SHIFT BAND.  A
000750*    BLANK LOCATION IS THE LOCAL PLANT; BLANK OR ZERO DATES
000760*    LEAVE THE VERSION OPEN AT THAT END.
000770 FD  SHIFT-MASTER-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 64 CHARACTERS.
000800 01  SHIFT-MASTER-RECORD.
000810     05  SHM-LOCATION            PIC X(03).
000820     05  SHM-SHIFT-CODE          PIC X(03).
000830     05  SHM-DESCRIPTION         PIC X(20).
000840     05  SHM-MINIMUM-COUNT       PIC 9(04).
000850     05  SHM-BAND-LOW            PIC X(08).
000860     05  SHM-BAND-HIGH           PIC X(08).
000870     05  SHM-EFFECTIVE-FROM      PIC 9(08).
000880     05  SHM-EFFECTIVE-TO        PIC 9(08).
000890     05  SHM-FILLER              PIC X(02).
000900*
000910*    PARAMETER CARD - LOCATION (BLANK = LOCAL PLANT), SHIFT AND
000920*    DATE RANGE ARE REQUIRED.  A BLANK OR ZERO CLASS WIDTH IS
000930*    DERIVED FROM THE DATA.
000940 FD  PARAMETER-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  PARAMETER-RECORD.
000980     05  PRM-LOCATION            PIC X(03).
000990     05  PRM-SHIFT-CODE          PIC X(03).
001000     05  PRM-FROM-DATE           PIC 9(08).
001010     05  PRM-TO-DATE             PIC 9(08).
001020     05  PRM-CLASS-WIDTH         PIC 9(04)V9.
001030     05  PRM-CLASS-WIDTH-X REDEFINES PRM-CLASS-WIDTH
001040                                 PIC X(05).
001050     05  PRM-FILLER              PIC X(53).
001060*
001070 FD  DISTRIBUTION-REPORT-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 80 CHARACTERS.
001100 01  DISTRIBUTION-REPORT-RECORD  PIC X(80).
001110*
001120 SD  SORT-VALUE-FILE
001130     RECORD CONTAINS 6 CHARACTERS.
001140 01  SORT-VALUE-RECORD.
001150     05  SVF-VALUE               PIC S9(05)V9.
001160*
001170 WORKING-STORAGE SECTION.
001180*
001190*--------------------------------------------------------------
001200* SWITCHES
001210*--------------------------------------------------------------
001220 01  MASTER-SW                   PIC X(01)   VALUE "N".
001230     88  END-OF-MASTER                        VALUE "Y".
001240     88  MORE-MASTER                          VALUE "N".
001250*
001260 01  MASTER-OPEN-SW              PIC X(01)   VALUE "N".
001270     88  MASTER-OPENED                        VALUE "Y".
001280     88  MASTER-MISSING                       VALUE "N".
001290*
001300 01  SHIFT-MASTER-SW             PIC X(01)   VALUE "N".
001310     88  END-OF-SHIFT-MASTER                  VALUE "Y".
001320     88  MORE-SHIFT-MASTER                    VALUE "N".
001330*
001340 01  SHIFT-MASTER-OPEN-SW        PIC X(01)   VALUE "N".
001350     88  SHIFT-MASTER-OPENED                  VALUE "Y".
001360     88  SHIFT-MASTER-MISSING                 VALUE "N".
001370*
001380 01  SORT-RETURN-SW              PIC X(01)   VALUE "N".
001390     88  END-OF-SORT-RETURN                   VALUE "Y".
001400     88  MORE-SORT-RETURN                     VALUE "N".
001410*
001420 01  PARAMETER-OK-SW             PIC X(01)   VALUE "N".
001430     88  PARAMETER-OK                         VALUE "Y".
001440     88  PARAMETER-BAD                        VALUE "N".
001450*
001460 01  WIDTH-SOURCE-SW             PIC X(01)   VALUE "D".
001470     88  WIDTH-FROM-CARD                      VALUE "C".
001480     88  WIDTH-DERIVED                        VALUE "D".
001490     88  WIDTH-CARD-OVERRIDDEN                VALUE "O".
001500*
001510 01  READINGS-MASTER-STATUS      PIC X(02).
001520 01  SHIFT-MASTER-STATUS         PIC X(02).
001530 01  PARAMETER-STATUS            PIC X(02).
001540*
001550*--------------------------------------------------------------
001560* SELECTION FROM THE PARAMETER CARD
001570*--------------------------------------------------------------
001580 01  LOCAL-LOCATION-CODE         PIC X(03)   VALUE "LCL".
001590 01  SELECT-LOCATION             PIC X(03)   VALUE SPACES.
001600 01  SELECT-SHIFT-CODE           PIC X(03)   VALUE SPACES.
001610 01  SELECT-FROM-DATE            PIC 9(08)   VALUE ZERO.
001620 01  SELECT-TO-DATE              PIC 9(08)   VALUE ZERO.
001630 01  CARD-CLASS-WIDTH            PIC 9(04)V9 VALUE ZERO.
001640*
001650 01  DATE-SPLIT-WORK.
001660     05  DATE-SPLIT-YYYY         PIC 9(04).
001670     05  DATE-SPLIT-MM           PIC 9(02).
001680     05  DATE-SPLIT-DD           PIC 9(02).
001690*
001700 01  RUN-DATE.
001710     05  RUN-DATE-YYYY           PIC 9(04).
001720     05  RUN-DATE-MM             PIC 9(02).
001730     05  RUN-DATE-DD             PIC 9(02).
001740*
001750 01  FMT-DATE-IN                 PIC 9(08)   VALUE ZERO.
001760 01  FMT-DATE-OUT                PIC X(10)   VALUE SPACES.
001770*
001780*--------------------------------------------------------------
001790* SIGNED BAND LIMIT EDIT - SIGN, FIVE DIGITS, POINT, ONE DECIMAL
001800*--------------------------------------------------------------
001810 01  SIGNED-EDIT-WORK.
001820     05  SEW-INPUT.
001830         10  SEW-SIGN            PIC X(01).
001840         10  SEW-INT             PIC 9(05).
001850         10  SEW-POINT           PIC X(01).
001860         10  SEW-DEC             PIC 9(01).
001870     05  SEW-VALUE               PIC S9(05)V9.
001880     05  SEW-VALID-SW            PIC X(01).
001890         88  SEW-VALID                        VALUE "Y".
001900         88  SEW-INVALID                      VALUE "N".
001910 01  BAND-LOW-WORK               PIC S9(05)V9 VALUE ZERO.
001920 01  BAND-FROM-WORK              PIC 9(08)   VALUE ZERO.
001930 01  BAND-TO-WORK                PIC 9(08)   VALUE ZERO.
001940*
001950*--------------------------------------------------------------
001960* BAND VERSIONS OF THE SELECTED SHIFT IN FORCE OVER THE RANGE,
001970* NUMBERED IN SHIFT MASTER ORDER, WITH THE CLASS EACH LIMIT
001980* FALLS IN (ZERO = OFF THE DISTRIBUTION)
001990*--------------------------------------------------------------
002000 01  BAND-MAX                    PIC 9(03)   VALUE 200.
002010 01  BAND-COUNT                  PIC 9(03)   VALUE ZERO.
002020 01  V                           PIC 9(03)   VALUE ZERO.
002030 01  SHM-OPEN-END-DATE           PIC 9(08)   VALUE 99999999.
002040 01  BAND-LOW-TABLE              PIC S9(05)V9 OCCURS 200 TIMES.
002050 01  BAND-HIGH-TABLE             PIC S9(05)V9 OCCURS 200 TIMES.
002060 01  BAND-FROM-TABLE             PIC 9(08)   OCCURS 200 TIMES.
002070 01  BAND-TO-TABLE               PIC 9(08)   OCCURS 200 TIMES.
002080 01  BAND-LOW-CLASS-TABLE        PIC 9(02)   OCCURS 200 TIMES.
002090 01  BAND-HIGH-CLASS-TABLE       PIC 9(02)   OCCURS 200 TIMES.
002100 01  BAND-DESCRIPTION            PIC X(20)   VALUE SPACES.
002110*
002120*--------------------------------------------------------------
002130* READING STATISTICS
002140*--------------------------------------------------------------
002150 01  MASTER-READ-COUNT           PIC 9(09)   VALUE ZERO.
002160 01  READING-COUNT               PIC 9(07)   VALUE ZERO.
002170 01  RETURN-RANK                 PIC 9(07)   VALUE ZERO.
002180 01  READING-SUM                 PIC S9(11)V9 VALUE ZERO.
002190 01  READING-MEAN                PIC S9(05)V9(02) VALUE ZERO.
002200 01  READING-SMALLEST            PIC S9(05)V9 VALUE ZERO.
002210 01  READING-LARGEST             PIC S9(05)V9 VALUE ZERO.
002220*
002230*--------------------------------------------------------------
002240* PERCENTILES - LINEAR INTERPOLATION BETWEEN THE SORTED READINGS
002250* EITHER SIDE OF POSITION (N - 1) * P / 100 + 1
002260*--------------------------------------------------------------
002270 01  PCT-LEVEL-VALUES.
002280     05  FILLER                  PIC X(10)   VALUE "0525507595".
002290 01  PCT-LEVEL-TABLE REDEFINES PCT-LEVEL-VALUES.
002300     05  PCT-LEVEL               PIC 9(02)   OCCURS 5 TIMES.
002310 01  PCT-MAX                     PIC 9(01)   VALUE 5.
002320 01  P                           PIC 9(01)   VALUE ZERO.
002325 01  PCT-INTERVALS               PIC 9(07)   VALUE ZERO.
002330 01  PCT-POSITION                PIC 9(07)V9(04) VALUE ZERO.
002340 01  PCT-RANK-TABLE              PIC 9(07)   OCCURS 5 TIMES.
002350 01  PCT-FRACTION-TABLE          PIC V9(04)  OCCURS 5 TIMES.
002360 01  PCT-LOW-TABLE               PIC S9(05)V9 OCCURS 5 TIMES.
002370 01  PCT-HIGH-TABLE              PIC S9(05)V9 OCCURS 5 TIMES.
002380 01  PCT-RESULT-TABLE            PIC S9(05)V9(02)
002390                                 OCCURS 5 TIMES.
002400 01  INTERQUARTILE-RANGE         PIC S9(05)V9(02) VALUE ZERO.
002410*
002420*--------------------------------------------------------------
002430* FREQUENCY DISTRIBUTION.  CLASS C COVERS CLASS-START +
002440* (C - 1) * CLASS-WIDTH UP TO, NOT INCLUDING, THE NEXT CLASS.
002450* CLASS-START IS THE MULTIPLE OF THE WIDTH AT OR BELOW THE
002460* SMALLEST READING.  A DERIVED WIDTH GIVES STURGES' NUMBER OF
002470* CLASSES (ONE MORE THAN THE POWER OF TWO COVERING THE COUNT)
002480* ACROSS THE RANGE, ROUNDED UP TO A TENTH.
002490*--------------------------------------------------------------
002500 01  CLASS-MAX                   PIC 9(02)   VALUE 40.
002510 01  CLASS-COUNT                 PIC 9(02)   VALUE ZERO.
002520 01  C                           PIC 9(02)   VALUE ZERO.
002530 01  CLASS-WIDTH                 PIC 9(04)V9 VALUE ZERO.
002540 01  CLASS-WIDTH-RAW             PIC 9(05)V9(04) VALUE ZERO.
002550 01  CLASS-START                 PIC S9(07)V9 VALUE ZERO.
002560 01  CLASS-END                   PIC S9(07)V9 VALUE ZERO.
002570 01  CLASS-QUOTIENT              PIC S9(07)  VALUE ZERO.
002580 01  CLASS-OFFSET                PIC 9(07)   VALUE ZERO.
002590 01  CLASS-NEEDED                PIC 9(07)   VALUE ZERO.
002600 01  CLASS-TARGET                PIC 9(02)   VALUE ZERO.
002610 01  CLASS-POWER                 PIC 9(09)   VALUE ZERO.
002620 01  READING-RANGE               PIC 9(06)V9 VALUE ZERO.
002630 01  CLASS-FREQUENCY-TABLE       PIC 9(07)   OCCURS 40 TIMES.
002640 01  CLASS-LARGEST-FREQUENCY     PIC 9(07)   VALUE ZERO.
002650 01  LIMIT-WORK                  PIC S9(05)V9 VALUE ZERO.
002660 01  LIMIT-CLASS                 PIC 9(02)   VALUE ZERO.
002670*
002680*    BAR SCALE - ONE ASTERISK PER BAR-SCALE READINGS (OR PART)
002690 01  BAR-MAX                     PIC 9(02)   VALUE 36.
002700 01  BAR-SCALE                   PIC 9(07)   VALUE ZERO.
002710 01  BAR-LENGTH                  PIC 9(02)   VALUE ZERO.
002720 01  B                           PIC 9(02)   VALUE ZERO.
002730 01  MARK-POINTER                PIC 9(02)   VALUE ZERO.
002740 01  MARK-NUMBER                 PIC ZZ9.
002750*
002760*--------------------------------------------------------------
002770* REPORT LINES
002780*--------------------------------------------------------------
002790 01  PRINT-LINE                  PIC X(80).
002800*
002810 01  DST-HEADING-1.
002820     05  FILLER                  PIC X(34)
002830             VALUE "READINGS DISTRIBUTION REPORT".
002840     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002850     05  DST-HDG-MM              PIC 99.
002860     05  FILLER                  PIC X(01) VALUE "/".
002870     05  DST-HDG-DD              PIC 99.
002880     05  FILLER                  PIC X(01) VALUE "/".
002890     05  DST-HDG-YYYY            PIC 9(04).
002900     05  FILLER                  PIC X(26) VALUE SPACES.
002910*
002920 01  DST-PARM-LINE.
002930     05  FILLER                  PIC X(10) VALUE "LOCATION: ".
002940     05  DST-PRM-LOCATION        PIC X(03).
002950     05  FILLER                  PIC X(09) VALUE "  SHIFT: ".
002960     05  DST-PRM-SHIFT           PIC X(03).
002970     05  FILLER                  PIC X(08) VALUE "  FROM: ".
002980     05  DST-PRM-FROM            PIC X(10).
002990     05  FILLER                  PIC X(06) VALUE "  TO: ".
003000     05  DST-PRM-TO              PIC X(10).
003010     05  FILLER                  PIC X(01) VALUE SPACES.
003020     05  DST-PRM-DESCRIPTION     PIC X(20).
003030*
003040 01  DST-SECTION-LINE.
003050     05  DST-SEC-TITLE           PIC X(60).
003060     05  FILLER                  PIC X(20) VALUE SPACES.
003070*
003080 01  DST-STAT-LINE.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  DST-STA-LABEL           PIC X(34).
003110     05  DST-STA-VALUE           PIC +ZZZZZ9.99.
003120     05  FILLER                  PIC X(34) VALUE SPACES.
003130*
003140 01  DST-COUNT-LINE.
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  DST-CNT-LABEL           PIC X(34).
003170     05  DST-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
003180     05  FILLER                  PIC X(33) VALUE SPACES.
003190*
003200 01  DST-WIDTH-LINE.
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  FILLER                  PIC X(34) VALUE "CLASS WIDTH".
003230     05  DST-WID-VALUE           PIC ZZZZZZZ9.9.
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  DST-WID-SOURCE          PIC X(32).
003260*
003270 01  DST-BAND-HEADING.
003280     05  FILLER                  PIC X(05) VALUE "  NO.".
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  FILLER                  PIC X(08) VALUE "BAND LOW".
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  FILLER                  PIC X(08) VALUE "    HIGH".
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  FILLER                  PIC X(10) VALUE "IN FORCE".
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  FILLER                  PIC X(10) VALUE "UNTIL".
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  FILLER                  PIC X(29)
003385             VALUE "ON THE DISTRIBUTION".
003390*
003400 01  DST-BAND-LINE.
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  DST-BND-NUMBER          PIC ZZ9.
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  DST-BND-LOW             PIC +ZZZZ9.9.
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  DST-BND-HIGH            PIC +ZZZZ9.9.
003470     05  FILLER                  PIC X(02) VALUE SPACES.
003480     05  DST-BND-FROM            PIC X(10).
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  DST-BND-TO              PIC X(10).
003510     05  FILLER                  PIC X(02) VALUE SPACES.
003520     05  DST-BND-NOTE            PIC X(29).
003530*
003540 01  DST-CLASS-HEADING.
003550     05  FILLER                  PIC X(08) VALUE "    FROM".
003560     05  FILLER                  PIC X(01) VALUE SPACES.
003570     05  FILLER                  PIC X(08) VALUE "   UNDER".
003580     05  FILLER                  PIC X(01) VALUE SPACES.
003590     05  FILLER                  PIC X(07) VALUE "  COUNT".
003600     05  FILLER                  PIC X(01) VALUE SPACES.
003610     05  FILLER                  PIC X(36) VALUE SPACES.
003620     05  FILLER                  PIC X(01) VALUE SPACES.
003630     05  FILLER                  PIC X(17) VALUE "BAND LIMITS".
003640*
003650 01  DST-CLASS-LINE.
003660     05  DST-CLS-FROM            PIC +ZZZZ9.9.
003670     05  FILLER                  PIC X(01) VALUE SPACES.
003680     05  DST-CLS-UNDER           PIC +ZZZZ9.9.
003690     05  FILLER                  PIC X(01) VALUE SPACES.
003700     05  DST-CLS-COUNT           PIC ZZZ,ZZ9.
003710     05  FILLER                  PIC X(01) VALUE SPACES.
003720     05  DST-CLS-BAR.
003730         10  DST-CLS-BAR-CELL    PIC X(01)   OCCURS 36 TIMES.
003740     05  FILLER                  PIC X(01) VALUE SPACES.
003750     05  DST-CLS-MARK            PIC X(17).
003760*
003770 01  DST-SCALE-LINE.
003780     05  FILLER                  PIC X(26)
003790             VALUE "EACH * REPRESENTS UP TO  ".
003800     05  DST-SCL-VALUE           PIC ZZZ,ZZ9.
003810     05  FILLER                  PIC X(47) VALUE " READING(S)".
003820*
003830 01  DST-NO-PARM-LINE.
003840     05  FILLER                  PIC X(44)
003850             VALUE "SHIFT, DATE RANGE OR CLASS WIDTH MISSING OR ".
003860     05  FILLER                  PIC X(36)
003870             VALUE "NOT VALID - NO REPORT PRODUCED".
003880*
003890 01  DST-NO-MASTER-LINE.
003900     05  FILLER                  PIC X(44)
003910             VALUE "READINGS MASTER NOT AVAILABLE - NO REPORT PR".
003920     05  FILLER                  PIC X(36)
003930             VALUE "ODUCED".
003940*
003950 01  DST-NO-SHIFTS-LINE.
003960     05  FILLER                  PIC X(44)
003970             VALUE "SHIFT MASTER NOT AVAILABLE - BAND LIMITS NOT".
003980     05  FILLER                  PIC X(36)
003990             VALUE " MARKED".
004000*
004010 01  DST-NO-BAND-LINE.
004020     05  FILLER                  PIC X(44)
004030             VALUE "  NO BAND IN FORCE FOR THE SHIFT IN THE DATE".
004040     05  FILLER                  PIC X(36)
004050             VALUE " RANGE".
004060*
004070 01  DST-NO-DATA-LINE.
004080     05  FILLER                  PIC X(44)
004090             VALUE "NO READINGS ON THE MASTER FOR THE LOCATION, ".
004100     05  FILLER                  PIC X(36)
004110             VALUE "SHIFT AND DATE RANGE".
004120*
004130 PROCEDURE DIVISION.
004140*
004150*----------------------------------------------------------------
004160* 0000-MAINLINE
004170*----------------------------------------------------------------
004180 0000-MAINLINE.
004190*
004200     PERFORM 1000-INITIALIZE
004210         THRU 1000-INITIALIZE-EXIT.
004220*
004230     IF PARAMETER-OK
004240         PERFORM 2000-SORT-READINGS
004250             THRU 2000-SORT-READINGS-EXIT
004260     END-IF.
004270*
004280     IF PARAMETER-OK
004290         PERFORM 4000-WRITE-STATISTICS
004300             THRU 4000-WRITE-STATISTICS-EXIT
004310         PERFORM 4500-WRITE-BAND-LIMITS
004320             THRU 4500-WRITE-BAND-LIMITS-EXIT
004330         PERFORM 5000-WRITE-DISTRIBUTION
004340             THRU 5000-WRITE-DISTRIBUTION-EXIT
004350         PERFORM 6000-WRITE-TOTALS
004360             THRU 6000-WRITE-TOTALS-EXIT
004370     END-IF.
004380*
004390     PERFORM 9999-TERMINATE
004400         THRU 9999-TERMINATE-EXIT.
004410*
004420     STOP RUN.
004430*
004440*----------------------------------------------------------------
004450* 1000-INITIALIZE - OPEN THE REPORT, READ THE PARAMETER CARD AND
004460*     LOAD THE SHIFT'S BAND VERSIONS
004470*----------------------------------------------------------------
004480 1000-INITIALIZE.
004490*
004500     OPEN OUTPUT DISTRIBUTION-REPORT-FILE.
004510     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
004520*
004530     MOVE RUN-DATE-MM   TO DST-HDG-MM.
004540     MOVE RUN-DATE-DD   TO DST-HDG-DD.
004550     MOVE RUN-DATE-YYYY TO DST-HDG-YYYY.
004560     MOVE DST-HEADING-1 TO PRINT-LINE.
004570     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
004580         AFTER ADVANCING 1 LINE.
004590*
004600     SET PARAMETER-BAD TO TRUE.
004610     OPEN INPUT PARAMETER-FILE.
004620     IF PARAMETER-STATUS = "00"
004630         READ PARAMETER-FILE
004640             AT END
004650                 CONTINUE
004660             NOT AT END
004670                 PERFORM 1100-EDIT-PARAMETER
004680                     THRU 1100-EDIT-PARAMETER-EXIT
004690         END-READ
004700         CLOSE PARAMETER-FILE
004710     END-IF.
004720*
004730     IF PARAMETER-BAD
004740         MOVE DST-NO-PARM-LINE TO PRINT-LINE
004750         WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
004760             AFTER ADVANCING 2 LINES
004770         MOVE 16 TO RETURN-CODE
004780         GO TO 1000-INITIALIZE-EXIT
004790     END-IF.
004800*
004810     PERFORM 1300-LOAD-SHIFT-BANDS
004820         THRU 1300-LOAD-SHIFT-BANDS-EXIT.
004830*
004840     MOVE SELECT-LOCATION   TO DST-PRM-LOCATION.
004850     MOVE SELECT-SHIFT-CODE TO DST-PRM-SHIFT.
004860     MOVE SELECT-FROM-DATE  TO FMT-DATE-IN.
004870     PERFORM 7900-FORMAT-DATE
004880         THRU 7900-FORMAT-DATE-EXIT.
004890     MOVE FMT-DATE-OUT      TO DST-PRM-FROM.
004900     MOVE SELECT-TO-DATE    TO FMT-DATE-IN.
004910     PERFORM 7900-FORMAT-DATE
004920         THRU 7900-FORMAT-DATE-EXIT.
004930     MOVE FMT-DATE-OUT      TO DST-PRM-TO.
004940     MOVE BAND-DESCRIPTION  TO DST-PRM-DESCRIPTION.
004950     MOVE DST-PARM-LINE TO PRINT-LINE.
004960     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
004970         AFTER ADVANCING 2 LINES.
004980*
004990     IF SHIFT-MASTER-MISSING
005000         MOVE DST-NO-SHIFTS-LINE TO PRINT-LINE
005010         WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
005020             AFTER ADVANCING 2 LINES
005030     END-IF.
005040*
005050 1000-INITIALIZE-EXIT.
005060     EXIT.
005070*
005080*----------------------------------------------------------------
005090* 1100-EDIT-PARAMETER - SHIFT AND BOTH DATES REQUIRED, DATES IN
005100*     ORDER.  THE CLASS WIDTH, IF GIVEN, MUST BE NUMERIC.
005110*----------------------------------------------------------------
005120 1100-EDIT-PARAMETER.
005130*
005140     IF PRM-SHIFT-CODE = SPACES
005150         GO TO 1100-EDIT-PARAMETER-EXIT
005160     END-IF.
005170     IF PRM-FROM-DATE NOT NUMERIC
005180         OR PRM-TO-DATE NOT NUMERIC
005190         GO TO 1100-EDIT-PARAMETER-EXIT
005200     END-IF.
005210     IF PRM-FROM-DATE = ZERO
005220         OR PRM-TO-DATE < PRM-FROM-DATE
005230         GO TO 1100-EDIT-PARAMETER-EXIT
005240     END-IF.
005250*
005260     IF PRM-CLASS-WIDTH-X = SPACES
005270         MOVE ZERO TO CARD-CLASS-WIDTH
005280     ELSE
005290         IF PRM-CLASS-WIDTH NOT NUMERIC
005300             GO TO 1100-EDIT-PARAMETER-EXIT
005310         END-IF
005320         MOVE PRM-CLASS-WIDTH TO CARD-CLASS-WIDTH
005330     END-IF.
005340*
005350     IF PRM-LOCATION = SPACES
005360         MOVE LOCAL-LOCATION-CODE TO SELECT-LOCATION
005370     ELSE
005380         MOVE PRM-LOCATION TO SELECT-LOCATION
005390     END-IF.
005400     MOVE PRM-SHIFT-CODE TO SELECT-SHIFT-CODE.
005410     MOVE PRM-FROM-DATE  TO SELECT-FROM-DATE.
005420     MOVE PRM-TO-DATE    TO SELECT-TO-DATE.
005430     SET PARAMETER-OK TO TRUE.
005440*
005450 1100-EDIT-PARAMETER-EXIT.
005460     EXIT.
005470*
005480*----------------------------------------------------------------
005490* 1300-LOAD-SHIFT-BANDS - THE VERSIONS OF THE SELECTED LOCATION
005500*     AND SHIFT THAT ARE IN FORCE ON ANY DAY OF THE DATE RANGE,
005510*     DATES DEFAULTED AS IN THE NIGHTLY RUN
005520*----------------------------------------------------------------
005530 1300-LOAD-SHIFT-BANDS.
005540*
005550     MOVE ZERO TO BAND-COUNT.
005560     OPEN INPUT SHIFT-MASTER-FILE.
005570     IF SHIFT-MASTER-STATUS NOT = "00"
005580         DISPLAY "RDGDIST - SHIFT-MASTER-FILE NOT AVAILABLE, "
005590             "STATUS = " SHIFT-MASTER-STATUS
005600         SET SHIFT-MASTER-MISSING TO TRUE
005610         GO TO 1300-LOAD-SHIFT-BANDS-EXIT
005620     END-IF.
005630*
005640     SET SHIFT-MASTER-OPENED TO TRUE.
005650     SET MORE-SHIFT-MASTER TO TRUE.
005660     PERFORM 1310-LOAD-ONE-SHIFT
005670         THRU 1310-LOAD-ONE-SHIFT-EXIT
005680         UNTIL END-OF-SHIFT-MASTER.
005690     CLOSE SHIFT-MASTER-FILE.
005700*
005710 1300-LOAD-SHIFT-BANDS-EXIT.
005720     EXIT.
005730*
005740 1310-LOAD-ONE-SHIFT.
005750*
005760     READ SHIFT-MASTER-FILE
005770         AT END
005780             SET END-OF-SHIFT-MASTER TO TRUE
005790             GO TO 1310-LOAD-ONE-SHIFT-EXIT
005800     END-READ.
005810*
005820     IF SHM-LOCATION = SPACES
005830         MOVE LOCAL-LOCATION-CODE TO SHM-LOCATION
005840     END-IF.
005850     IF SHM-LOCATION NOT = SELECT-LOCATION
005860         OR SHM-SHIFT-CODE NOT = SELECT-SHIFT-CODE
005870         GO TO 1310-LOAD-ONE-SHIFT-EXIT
005880     END-IF.
005890*
005900     IF SHM-EFFECTIVE-FROM NOT NUMERIC
005910         MOVE ZERO TO BAND-FROM-WORK
005920     ELSE
005930         MOVE SHM-EFFECTIVE-FROM TO BAND-FROM-WORK
005940     END-IF.
005950     IF SHM-EFFECTIVE-TO NOT NUMERIC
005960         OR SHM-EFFECTIVE-TO = ZERO
005970         MOVE SHM-OPEN-END-DATE TO BAND-TO-WORK
005980     ELSE
005990         MOVE SHM-EFFECTIVE-TO TO BAND-TO-WORK
006000     END-IF.
006010     IF BAND-FROM-WORK > SELECT-TO-DATE
006020         OR BAND-TO-WORK < SELECT-FROM-DATE
006030         GO TO 1310-LOAD-ONE-SHIFT-EXIT
006040     END-IF.
006050*
006060     IF BAND-COUNT >= BAND-MAX
006070         DISPLAY "RDGDIST - MORE THAN " BAND-MAX
006080             " BAND VERSIONS, LATER VERSIONS NOT MARKED"
006090         SET END-OF-SHIFT-MASTER TO TRUE
006100         GO TO 1310-LOAD-ONE-SHIFT-EXIT
006110     END-IF.
006120*
006130     MOVE SHM-BAND-LOW TO SEW-INPUT.
006140     PERFORM 1320-EDIT-SIGNED-VALUE
006150         THRU 1320-EDIT-SIGNED-VALUE-EXIT.
006160     IF SEW-INVALID
006170         DISPLAY "RDGDIST - SHIFT " SHM-SHIFT-CODE
006180             " BAND LOW NOT VALID, ENTRY SKIPPED"
006190         GO TO 1310-LOAD-ONE-SHIFT-EXIT
006200     END-IF.
006210     MOVE SEW-VALUE TO BAND-LOW-WORK.
006220     MOVE SHM-BAND-HIGH TO SEW-INPUT.
006230     PERFORM 1320-EDIT-SIGNED-VALUE
006240         THRU 1320-EDIT-SIGNED-VALUE-EXIT.
006250     IF SEW-INVALID
006260         DISPLAY "RDGDIST - SHIFT " SHM-SHIFT-CODE
006270             " BAND HIGH NOT VALID, ENTRY SKIPPED"
006280         GO TO 1310-LOAD-ONE-SHIFT-EXIT
006290     END-IF.
006300*
006310     ADD 1 TO BAND-COUNT.
006320     MOVE BAND-LOW-WORK   TO BAND-LOW-TABLE(BAND-COUNT).
006330     MOVE SEW-VALUE       TO BAND-HIGH-TABLE(BAND-COUNT).
006340     MOVE BAND-FROM-WORK  TO BAND-FROM-TABLE(BAND-COUNT).
006350     MOVE BAND-TO-WORK    TO BAND-TO-TABLE(BAND-COUNT).
006360     MOVE ZERO TO BAND-LOW-CLASS-TABLE(BAND-COUNT).
006370     MOVE ZERO TO BAND-HIGH-CLASS-TABLE(BAND-COUNT).
006380     MOVE SHM-DESCRIPTION TO BAND-DESCRIPTION.
006390*
006400 1310-LOAD-ONE-SHIFT-EXIT.
006410     EXIT.
006420*
006430*----------------------------------------------------------------
006440* 1320-EDIT-SIGNED-VALUE - PARSE THE 8-CHARACTER SIGNED DISPLAY
006450*     FORM IN SEW-INPUT INTO SEW-VALUE.  A BLANK OR PLUS SIGN IS
006460*     POSITIVE.
006470*----------------------------------------------------------------
006480 1320-EDIT-SIGNED-VALUE.
006490*
006500     SET SEW-INVALID TO TRUE.
006510     MOVE ZERO TO SEW-VALUE.
006520     IF SEW-SIGN NOT = "+" AND SEW-SIGN NOT = "-"
006530         AND SEW-SIGN NOT = SPACE
006540         GO TO 1320-EDIT-SIGNED-VALUE-EXIT
006550     END-IF.
006560     IF SEW-INT NOT NUMERIC
006570         OR SEW-POINT NOT = "."
006580         OR SEW-DEC NOT NUMERIC
006590         GO TO 1320-EDIT-SIGNED-VALUE-EXIT
006600     END-IF.
006610*
006620     COMPUTE SEW-VALUE = SEW-INT + SEW-DEC / 10.
006630     IF SEW-SIGN = "-"
006640         COMPUTE SEW-VALUE = ZERO - SEW-VALUE
006650     END-IF.
006660     SET SEW-VALID TO TRUE.
006670*
006680 1320-EDIT-SIGNED-VALUE-EXIT.
006690     EXIT.
006700*
006710*----------------------------------------------------------------
006720* 2000-SORT-READINGS - SORT THE SELECTED READINGS BY VALUE.  THE
006730*     INPUT PROCEDURE SCANS THE MASTER; THE OUTPUT PROCEDURE
006740*     PICKS OFF THE PERCENTILES AND COUNTS THE CLASSES AS THE
006750*     SORTED VALUES COME BACK.
006760*----------------------------------------------------------------
006770 2000-SORT-READINGS.
006780*
006790     SORT SORT-VALUE-FILE
006800         ON ASCENDING KEY SVF-VALUE
006810         INPUT PROCEDURE IS 2100-RELEASE-READINGS
006820             THRU 2100-RELEASE-READINGS-EXIT
006830         OUTPUT PROCEDURE IS 2500-RETURN-READINGS
006840             THRU 2500-RETURN-READINGS-EXIT.
006850*
006860     IF MASTER-MISSING
006870         MOVE DST-NO-MASTER-LINE TO PRINT-LINE
006880         WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
006890             AFTER ADVANCING 2 LINES
006900         MOVE 16 TO RETURN-CODE
006910         SET PARAMETER-BAD TO TRUE
006920     END-IF.
006930*
006940 2000-SORT-READINGS-EXIT.
006950     EXIT.
006960*
006970 2100-RELEASE-READINGS.
006980*
006990     OPEN INPUT READINGS-MASTER-FILE.
007000     IF READINGS-MASTER-STATUS NOT = "00"
007010         DISPLAY "RDGDIST - READINGS-MASTER-FILE NOT AVAILABLE, "
007020             "STATUS = " READINGS-MASTER-STATUS
007030         SET MASTER-MISSING TO TRUE
007040         GO TO 2100-RELEASE-READINGS-EXIT
007050     END-IF.
007060*
007070     SET MASTER-OPENED TO TRUE.
007080     SET MORE-MASTER TO TRUE.
007090     PERFORM 2110-RELEASE-ONE-READING
007100         THRU 2110-RELEASE-ONE-READING-EXIT
007110         UNTIL END-OF-MASTER.
007120     CLOSE READINGS-MASTER-FILE.
007130*
007140 2100-RELEASE-READINGS-EXIT.
007150     EXIT.
007160*
007170 2110-RELEASE-ONE-READING.
007180*
007190     READ READINGS-MASTER-FILE
007200         AT END
007210             SET END-OF-MASTER TO TRUE
007220             GO TO 2110-RELEASE-ONE-READING-EXIT
007230     END-READ.
007240     ADD 1 TO MASTER-READ-COUNT.
007250*
007260     IF RDM-LOCATION NOT = SELECT-LOCATION
007270         OR RDM-SHIFT-CODE NOT = SELECT-SHIFT-CODE
007280         OR RDM-READING-DATE < SELECT-FROM-DATE
007290         OR RDM-READING-DATE > SELECT-TO-DATE
007300         GO TO 2110-RELEASE-ONE-READING-EXIT
007310     END-IF.
007320*
007330     ADD 1 TO READING-COUNT.
007340     ADD RDM-READING-VALUE TO READING-SUM.
007350     IF READING-COUNT = 1
007360         OR RDM-READING-VALUE < READING-SMALLEST
007370         MOVE RDM-READING-VALUE TO READING-SMALLEST
007380     END-IF.
007390     IF READING-COUNT = 1
007400         OR RDM-READING-VALUE > READING-LARGEST
007410         MOVE RDM-READING-VALUE TO READING-LARGEST
007420     END-IF.
007430*
007440     MOVE RDM-READING-VALUE TO SVF-VALUE.
007450     RELEASE SORT-VALUE-RECORD.
007460*
007470 2110-RELEASE-ONE-READING-EXIT.
007480     EXIT.
007490*
007500*----------------------------------------------------------------
007510* 2500-RETURN-READINGS - WITH THE COUNT AND RANGE NOW KNOWN, SET
007520*     THE PERCENTILE RANKS AND THE CLASSES, THEN TAKE THE SORTED
007530*     VALUES BACK ONE BY ONE
007540*----------------------------------------------------------------
007550 2500-RETURN-READINGS.
007560*
007570     IF READING-COUNT = ZERO
007580         GO TO 2500-RETURN-READINGS-EXIT
007590     END-IF.
007600*
007610     PERFORM 3000-SET-PERCENTILE-RANK
007620         THRU 3000-SET-PERCENTILE-RANK-EXIT
007630         VARYING P FROM 1 BY 1
007640         UNTIL P > PCT-MAX.
007650     PERFORM 3100-SET-CLASSES
007660         THRU 3100-SET-CLASSES-EXIT.
007670*
007680     MOVE ZERO TO RETURN-RANK.
007690     SET MORE-SORT-RETURN TO TRUE.
007700     PERFORM 2510-RETURN-ONE-READING
007710         THRU 2510-RETURN-ONE-READING-EXIT
007720         UNTIL END-OF-SORT-RETURN.
007730*
007740     PERFORM 3300-FINISH-PERCENTILE
007750         THRU 3300-FINISH-PERCENTILE-EXIT
007760         VARYING P FROM 1 BY 1
007770         UNTIL P > PCT-MAX.
007780     COMPUTE INTERQUARTILE-RANGE =
007790         PCT-RESULT-TABLE(4) - PCT-RESULT-TABLE(2).
007800     COMPUTE READING-MEAN ROUNDED = READING-SUM / READING-COUNT.
007810*
007820 2500-RETURN-READINGS-EXIT.
007830     EXIT.
007840*
007850 2510-RETURN-ONE-READING.
007860*
007870     RETURN SORT-VALUE-FILE
007880         AT END
007890             SET END-OF-SORT-RETURN TO TRUE
007900             GO TO 2510-RETURN-ONE-READING-EXIT
007910     END-RETURN.
007920     ADD 1 TO RETURN-RANK.
007930*
007940     PERFORM 2520-TAKE-PERCENTILE-VALUE
007950         THRU 2520-TAKE-PERCENTILE-VALUE-EXIT
007960         VARYING P FROM 1 BY 1
007970         UNTIL P > PCT-MAX.
007980*
007990     COMPUTE CLASS-OFFSET =
008000         (SVF-VALUE - CLASS-START) / CLASS-WIDTH.
008010     ADD 1 TO CLASS-OFFSET GIVING C.
008020     IF C > CLASS-COUNT
008030         MOVE CLASS-COUNT TO C
008040     END-IF.
008050     ADD 1 TO CLASS-FREQUENCY-TABLE(C).
008060*
008070 2510-RETURN-ONE-READING-EXIT.
008080     EXIT.
008090*
008100 2520-TAKE-PERCENTILE-VALUE.
008110*
008120     IF RETURN-RANK = PCT-RANK-TABLE(P)
008130         MOVE SVF-VALUE TO PCT-LOW-TABLE(P)
008140         MOVE SVF-VALUE TO PCT-HIGH-TABLE(P)
008150     END-IF.
008160     IF RETURN-RANK = PCT-RANK-TABLE(P) + 1
008170         MOVE SVF-VALUE TO PCT-HIGH-TABLE(P)
008180     END-IF.
008190*
008200 2520-TAKE-PERCENTILE-VALUE-EXIT.
008210     EXIT.
008220*
008230*----------------------------------------------------------------
008240* 3000-SET-PERCENTILE-RANK - SPLIT THE POSITION OF PERCENTILE P
008250*     INTO THE RANK BELOW IT AND THE FRACTION TOWARDS THE NEXT
008260*----------------------------------------------------------------
008270 3000-SET-PERCENTILE-RANK.
008280*
008290     SUBTRACT 1 FROM READING-COUNT GIVING PCT-INTERVALS.
008300     COMPUTE PCT-POSITION =
008305         PCT-INTERVALS * PCT-LEVEL(P) / 100 + 1.
008310     MOVE PCT-POSITION TO PCT-RANK-TABLE(P).
008320     COMPUTE PCT-FRACTION-TABLE(P) =
008330         PCT-POSITION - PCT-RANK-TABLE(P).
008340     MOVE ZERO TO PCT-LOW-TABLE(P).
008350     MOVE ZERO TO PCT-HIGH-TABLE(P).
008360*
008370 3000-SET-PERCENTILE-RANK-EXIT.
008380     EXIT.
008390*
008400*----------------------------------------------------------------
008410* 3100-SET-CLASSES - CLASS WIDTH, START AND COUNT.  A CARD WIDTH
008420*     NEEDING MORE CLASSES THAN THE PAGE HOLDS IS SET ASIDE AND
008430*     THE WIDTH DERIVED INSTEAD.
008440*----------------------------------------------------------------
008450 3100-SET-CLASSES.
008460*
008462     PERFORM 3130-CLEAR-ONE-CLASS
008464         THRU 3130-CLEAR-ONE-CLASS-EXIT
008466         VARYING C FROM 1 BY 1
008468         UNTIL C > CLASS-MAX.
008470     COMPUTE READING-RANGE = READING-LARGEST - READING-SMALLEST.
008480*
008490     IF CARD-CLASS-WIDTH > ZERO
008500         SET WIDTH-FROM-CARD TO TRUE
008510         MOVE CARD-CLASS-WIDTH TO CLASS-WIDTH
008520         PERFORM 3120-SET-CLASS-START
008530             THRU 3120-SET-CLASS-START-EXIT
008540         IF CLASS-NEEDED NOT > CLASS-MAX
008550             GO TO 3100-SET-CLASSES-EXIT
008560         END-IF
008570         DISPLAY "RDGDIST - CARD CLASS WIDTH GIVES MORE THAN "
008580             CLASS-MAX " CLASSES, WIDTH DERIVED FROM THE DATA"
008590         SET WIDTH-CARD-OVERRIDDEN TO TRUE
008600     ELSE
008610         SET WIDTH-DERIVED TO TRUE
008620     END-IF.
008630*
008640     PERFORM 3110-DERIVE-CLASS-WIDTH
008650         THRU 3110-DERIVE-CLASS-WIDTH-EXIT.
008660     PERFORM 3120-SET-CLASS-START
008670         THRU 3120-SET-CLASS-START-EXIT.
008680     IF CLASS-NEEDED > CLASS-MAX
008690         MOVE CLASS-MAX TO CLASS-COUNT
008700     END-IF.
008710*
008720 3100-SET-CLASSES-EXIT.
008730     EXIT.
008740*
008750 3110-DERIVE-CLASS-WIDTH.
008760*
008770     MOVE 1 TO CLASS-TARGET.
008780     MOVE 1 TO CLASS-POWER.
008790     PERFORM 3115-DOUBLE-CLASS-POWER
008800         THRU 3115-DOUBLE-CLASS-POWER-EXIT
008810         UNTIL CLASS-POWER NOT < READING-COUNT.
008820*
008830     IF READING-RANGE = ZERO
008840         MOVE 1 TO CLASS-WIDTH
008850         GO TO 3110-DERIVE-CLASS-WIDTH-EXIT
008860     END-IF.
008870     COMPUTE CLASS-WIDTH-RAW = READING-RANGE / CLASS-TARGET.
008880     MOVE CLASS-WIDTH-RAW TO CLASS-WIDTH.
008890     IF CLASS-WIDTH < CLASS-WIDTH-RAW
008900         ADD 0.1 TO CLASS-WIDTH
008910     END-IF.
008920*
008930 3110-DERIVE-CLASS-WIDTH-EXIT.
008940     EXIT.
008950*
008960 3115-DOUBLE-CLASS-POWER.
008970*
008980     COMPUTE CLASS-POWER = CLASS-POWER * 2.
008990     ADD 1 TO CLASS-TARGET.
009000*
009010 3115-DOUBLE-CLASS-POWER-EXIT.
009020     EXIT.
009030*
009040 3120-SET-CLASS-START.
009050*
009060     COMPUTE CLASS-QUOTIENT = READING-SMALLEST / CLASS-WIDTH.
009070     IF CLASS-QUOTIENT * CLASS-WIDTH > READING-SMALLEST
009080         SUBTRACT 1 FROM CLASS-QUOTIENT
009090     END-IF.
009100     COMPUTE CLASS-START = CLASS-QUOTIENT * CLASS-WIDTH.
009110     COMPUTE CLASS-NEEDED =
009120         (READING-LARGEST - CLASS-START) / CLASS-WIDTH.
009130     ADD 1 TO CLASS-NEEDED.
009140     MOVE CLASS-NEEDED TO CLASS-COUNT.
009150     COMPUTE CLASS-END = CLASS-START + CLASS-COUNT * CLASS-WIDTH.
009160*
009170 3120-SET-CLASS-START-EXIT.
009180     EXIT.
009182*
009184 3130-CLEAR-ONE-CLASS.
009186*
009188     MOVE ZERO TO CLASS-FREQUENCY-TABLE(C).
009190*
009192 3130-CLEAR-ONE-CLASS-EXIT.
009194     EXIT.
009197*
009200*----------------------------------------------------------------
009210* 3300-FINISH-PERCENTILE - INTERPOLATE PERCENTILE P
009220*----------------------------------------------------------------
009230 3300-FINISH-PERCENTILE.
009240*
009250     COMPUTE PCT-RESULT-TABLE(P) ROUNDED =
009260         PCT-LOW-TABLE(P) + PCT-FRACTION-TABLE(P)
009270         * (PCT-HIGH-TABLE(P) - PCT-LOW-TABLE(P)).
009280*
009290 3300-FINISH-PERCENTILE-EXIT.
009300     EXIT.
009310*
009320*----------------------------------------------------------------
009330* 3400-LOCATE-BAND-LIMIT - THE CLASS HOLDING LIMIT-WORK, OR ZERO
009340*     WHEN THE LIMIT LIES OFF THE DISTRIBUTION
009350*----------------------------------------------------------------
009360 3400-LOCATE-BAND-LIMIT.
009370*
009380     MOVE ZERO TO LIMIT-CLASS.
009390     IF LIMIT-WORK < CLASS-START
009400         OR LIMIT-WORK NOT < CLASS-END
009410         GO TO 3400-LOCATE-BAND-LIMIT-EXIT
009420     END-IF.
009430     COMPUTE CLASS-OFFSET =
009435         (LIMIT-WORK - CLASS-START) / CLASS-WIDTH.
009440     ADD 1 TO CLASS-OFFSET GIVING LIMIT-CLASS.
009450*
009460 3400-LOCATE-BAND-LIMIT-EXIT.
009470     EXIT.
009480*
009490*----------------------------------------------------------------
009500* 4000-WRITE-STATISTICS - COUNT, SMALLEST, LARGEST, MEAN, THE
009510*     PERCENTILES AND THE INTERQUARTILE RANGE
009520*----------------------------------------------------------------
009530 4000-WRITE-STATISTICS.
009540*
009550     MOVE "SUMMARY STATISTICS" TO DST-SEC-TITLE.
009560     MOVE DST-SECTION-LINE TO PRINT-LINE.
009570     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
009580         AFTER ADVANCING 3 LINES.
009590*
009600     IF READING-COUNT = ZERO
009610         MOVE DST-NO-DATA-LINE TO PRINT-LINE
009620         WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
009630             AFTER ADVANCING 2 LINES
009640         GO TO 4000-WRITE-STATISTICS-EXIT
009650     END-IF.
009660*
009670     MOVE "READINGS" TO DST-CNT-LABEL.
009680     MOVE READING-COUNT TO DST-CNT-VALUE.
009690     MOVE DST-COUNT-LINE TO PRINT-LINE.
009700     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
009710         AFTER ADVANCING 2 LINES.
009720     MOVE "SMALLEST" TO DST-STA-LABEL.
009730     MOVE READING-SMALLEST TO DST-STA-VALUE.
009740     PERFORM 4900-WRITE-STAT-LINE
009750         THRU 4900-WRITE-STAT-LINE-EXIT.
009760     MOVE "5TH PERCENTILE" TO DST-STA-LABEL.
009770     MOVE PCT-RESULT-TABLE(1) TO DST-STA-VALUE.
009780     PERFORM 4900-WRITE-STAT-LINE
009790         THRU 4900-WRITE-STAT-LINE-EXIT.
009800     MOVE "25TH PERCENTILE (LOWER QUARTILE)" TO DST-STA-LABEL.
009810     MOVE PCT-RESULT-TABLE(2) TO DST-STA-VALUE.
009820     PERFORM 4900-WRITE-STAT-LINE
009830         THRU 4900-WRITE-STAT-LINE-EXIT.
009840     MOVE "50TH PERCENTILE (MEDIAN)" TO DST-STA-LABEL.
009850     MOVE PCT-RESULT-TABLE(3) TO DST-STA-VALUE.
009860     PERFORM 4900-WRITE-STAT-LINE
009870         THRU 4900-WRITE-STAT-LINE-EXIT.
009880     MOVE "75TH PERCENTILE (UPPER QUARTILE)" TO DST-STA-LABEL.
009890     MOVE PCT-RESULT-TABLE(4) TO DST-STA-VALUE.
009900     PERFORM 4900-WRITE-STAT-LINE
009910         THRU 4900-WRITE-STAT-LINE-EXIT.
009920     MOVE "95TH PERCENTILE" TO DST-STA-LABEL.
009930     MOVE PCT-RESULT-TABLE(5) TO DST-STA-VALUE.
009940     PERFORM 4900-WRITE-STAT-LINE
009950         THRU 4900-WRITE-STAT-LINE-EXIT.
009960     MOVE "LARGEST" TO DST-STA-LABEL.
009970     MOVE READING-LARGEST TO DST-STA-VALUE.
009980     PERFORM 4900-WRITE-STAT-LINE
009990         THRU 4900-WRITE-STAT-LINE-EXIT.
010000*
010010     MOVE "MEAN" TO DST-STA-LABEL.
010020     MOVE READING-MEAN TO DST-STA-VALUE.
010030     MOVE DST-STAT-LINE TO PRINT-LINE.
010040     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
010050         AFTER ADVANCING 2 LINES.
010060     MOVE "INTERQUARTILE RANGE" TO DST-STA-LABEL.
010070     MOVE INTERQUARTILE-RANGE TO DST-STA-VALUE.
010080     PERFORM 4900-WRITE-STAT-LINE
010090         THRU 4900-WRITE-STAT-LINE-EXIT.
010100*
010110 4000-WRITE-STATISTICS-EXIT.
010120     EXIT.
010130*
010140 4900-WRITE-STAT-LINE.
010150*
010160     MOVE DST-STAT-LINE TO PRINT-LINE.
010170     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
010180         AFTER ADVANCING 1 LINE.
010190*
010200 4900-WRITE-STAT-LINE-EXIT.
010210     EXIT.
010220*
010230*----------------------------------------------------------------
010240* 4500-WRITE-BAND-LIMITS - THE SHIFT'S BAND VERSIONS IN FORCE
010250*     OVER THE RANGE, NUMBERED AS THEY ARE MARKED BELOW
010260*----------------------------------------------------------------
010270 4500-WRITE-BAND-LIMITS.
010280*
010290     IF SHIFT-MASTER-MISSING
010300         GO TO 4500-WRITE-BAND-LIMITS-EXIT
010310     END-IF.
010320*
010330     MOVE "SHIFT BAND LIMITS IN FORCE" TO DST-SEC-TITLE.
010340     MOVE DST-SECTION-LINE TO PRINT-LINE.
010350     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
010360         AFTER ADVANCING 3 LINES.
010370*
010380     IF BAND-COUNT = ZERO
010390         MOVE DST-NO-BAND-LINE TO PRINT-LINE
010400         WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
010410             AFTER ADVANCING 2 LINES
010420         GO TO 4500-WRITE-BAND-LIMITS-EXIT
010430     END-IF.
010440*
010450     MOVE DST-BAND-HEADING TO PRINT-LINE.
010460     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
010470         AFTER ADVANCING 2 LINES.
010480     PERFORM 4510-WRITE-ONE-BAND
010490         THRU 4510-WRITE-ONE-BAND-EXIT
010500         VARYING V FROM 1 BY 1
010510         UNTIL V > BAND-COUNT.
010520*
010530 4500-WRITE-BAND-LIMITS-EXIT.
010540     EXIT.
010550*
010560 4510-WRITE-ONE-BAND.
010570*
010580     IF READING-COUNT > ZERO
010590         MOVE BAND-LOW-TABLE(V) TO LIMIT-WORK
010600         PERFORM 3400-LOCATE-BAND-LIMIT
010610             THRU 3400-LOCATE-BAND-LIMIT-EXIT
010620         MOVE LIMIT-CLASS TO BAND-LOW-CLASS-TABLE(V)
010630         MOVE BAND-HIGH-TABLE(V) TO LIMIT-WORK
010640         PERFORM 3400-LOCATE-BAND-LIMIT
010650             THRU 3400-LOCATE-BAND-LIMIT-EXIT
010660         MOVE LIMIT-CLASS TO BAND-HIGH-CLASS-TABLE(V)
010670     END-IF.
010680*
010690     MOVE V                  TO DST-BND-NUMBER.
010700     MOVE BAND-LOW-TABLE(V)  TO DST-BND-LOW.
010710     MOVE BAND-HIGH-TABLE(V) TO DST-BND-HIGH.
010720     MOVE BAND-FROM-TABLE(V) TO FMT-DATE-IN.
010730     PERFORM 7900-FORMAT-DATE
010740         THRU 7900-FORMAT-DATE-EXIT.
010750     MOVE FMT-DATE-OUT       TO DST-BND-FROM.
010760     MOVE BAND-TO-TABLE(V)   TO FMT-DATE-IN.
010770     PERFORM 7900-FORMAT-DATE
010780         THRU 7900-FORMAT-DATE-EXIT.
010790     MOVE FMT-DATE-OUT       TO DST-BND-TO.
010800*
010810     EVALUATE TRUE
010820         WHEN READING-COUNT = ZERO
010830             MOVE SPACES TO DST-BND-NOTE
010840         WHEN BAND-LOW-CLASS-TABLE(V) > ZERO
010850          AND BAND-HIGH-CLASS-TABLE(V) > ZERO
010860             MOVE "BOTH LIMITS MARKED" TO DST-BND-NOTE
010870         WHEN BAND-LOW-CLASS-TABLE(V) > ZERO
010880             MOVE "HIGH LIMIT ABOVE ALL CLASSES" TO DST-BND-NOTE
010890         WHEN BAND-HIGH-CLASS-TABLE(V) > ZERO
010900             MOVE "LOW LIMIT BELOW ALL CLASSES" TO DST-BND-NOTE
010910         WHEN OTHER
010920             MOVE "LIMITS OUTSIDE ALL CLASSES" TO DST-BND-NOTE
010930     END-EVALUATE.
010940     MOVE DST-BAND-LINE TO PRINT-LINE.
010950     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
010960         AFTER ADVANCING 1 LINE.
010970*
010980 4510-WRITE-ONE-BAND-EXIT.
010990     EXIT.
011000*
011010*----------------------------------------------------------------
011020* 5000-WRITE-DISTRIBUTION - ONE LINE PER CLASS WITH ITS BAR AND
011030*     ANY BAND LIMIT THAT FALLS IN IT, E.G. "LOW 1" / "HIGH 2"
011040*----------------------------------------------------------------
011050 5000-WRITE-DISTRIBUTION.
011060*
011070     IF READING-COUNT = ZERO
011080         GO TO 5000-WRITE-DISTRIBUTION-EXIT
011090     END-IF.
011100*
011110     MOVE "FREQUENCY DISTRIBUTION" TO DST-SEC-TITLE.
011120     MOVE DST-SECTION-LINE TO PRINT-LINE.
011130     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
011140         AFTER ADVANCING 3 LINES.
011150*
011160     MOVE CLASS-WIDTH TO DST-WID-VALUE.
011170     EVALUATE TRUE
011180         WHEN WIDTH-FROM-CARD
011190             MOVE "(FROM THE PARAMETER CARD)" TO DST-WID-SOURCE
011200         WHEN WIDTH-DERIVED
011210             MOVE "(DERIVED FROM THE DATA)" TO DST-WID-SOURCE
011220         WHEN OTHER
011230             MOVE "(DERIVED, CARD WIDTH TOO NARROW)"
011240                 TO DST-WID-SOURCE
011250     END-EVALUATE.
011260     MOVE DST-WIDTH-LINE TO PRINT-LINE.
011270     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
011280         AFTER ADVANCING 2 LINES.
011290*
011300     MOVE ZERO TO CLASS-LARGEST-FREQUENCY.
011310     PERFORM 5010-FIND-LARGEST-CLASS
011320         THRU 5010-FIND-LARGEST-CLASS-EXIT
011330         VARYING C FROM 1 BY 1
011340         UNTIL C > CLASS-COUNT.
011350     COMPUTE BAR-SCALE =
011360         (CLASS-LARGEST-FREQUENCY + BAR-MAX - 1) / BAR-MAX.
011370     IF BAR-SCALE = ZERO
011380         MOVE 1 TO BAR-SCALE
011390     END-IF.
011400     MOVE BAR-SCALE TO DST-SCL-VALUE.
011410     MOVE DST-SCALE-LINE TO PRINT-LINE.
011420     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
011430         AFTER ADVANCING 1 LINE.
011440*
011450     MOVE DST-CLASS-HEADING TO PRINT-LINE.
011460     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
011470         AFTER ADVANCING 2 LINES.
011480     PERFORM 5100-WRITE-ONE-CLASS
011490         THRU 5100-WRITE-ONE-CLASS-EXIT
011500         VARYING C FROM 1 BY 1
011510         UNTIL C > CLASS-COUNT.
011520*
011530 5000-WRITE-DISTRIBUTION-EXIT.
011540     EXIT.
011550*
011560 5010-FIND-LARGEST-CLASS.
011570*
011580     IF CLASS-FREQUENCY-TABLE(C) > CLASS-LARGEST-FREQUENCY
011590         MOVE CLASS-FREQUENCY-TABLE(C) TO CLASS-LARGEST-FREQUENCY
011600     END-IF.
011610*
011620 5010-FIND-LARGEST-CLASS-EXIT.
011630     EXIT.
011640*
011650 5100-WRITE-ONE-CLASS.
011660*
011670     SUBTRACT 1 FROM C GIVING CLASS-OFFSET.
011675     COMPUTE LIMIT-WORK =
011677         CLASS-START + CLASS-OFFSET * CLASS-WIDTH.
011680     MOVE LIMIT-WORK TO DST-CLS-FROM.
011690     COMPUTE LIMIT-WORK = CLASS-START + C * CLASS-WIDTH.
011700     MOVE LIMIT-WORK TO DST-CLS-UNDER.
011710     MOVE CLASS-FREQUENCY-TABLE(C) TO DST-CLS-COUNT.
011720*
011730     MOVE SPACES TO DST-CLS-BAR.
011740     COMPUTE BAR-LENGTH =
011750         (CLASS-FREQUENCY-TABLE(C) + BAR-SCALE - 1) / BAR-SCALE.
011760     PERFORM 5110-SET-ONE-STAR
011770         THRU 5110-SET-ONE-STAR-EXIT
011780         VARYING B FROM 1 BY 1
011790         UNTIL B > BAR-LENGTH.
011800*
011810     MOVE SPACES TO DST-CLS-MARK.
011820     MOVE 1 TO MARK-POINTER.
011830     PERFORM 5120-MARK-ONE-BAND
011840         THRU 5120-MARK-ONE-BAND-EXIT
011850         VARYING V FROM 1 BY 1
011860         UNTIL V > BAND-COUNT.
011870*
011880     MOVE DST-CLASS-LINE TO PRINT-LINE.
011890     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
011900         AFTER ADVANCING 1 LINE.
011910*
011920 5100-WRITE-ONE-CLASS-EXIT.
011930     EXIT.
011940*
011950 5110-SET-ONE-STAR.
011960*
011970     MOVE "*" TO DST-CLS-BAR-CELL(B).
011980*
011990 5110-SET-ONE-STAR-EXIT.
012000     EXIT.
012010*
012020 5120-MARK-ONE-BAND.
012030*
012040     MOVE V TO MARK-NUMBER.
012050     IF BAND-LOW-CLASS-TABLE(V) = C
012060         STRING "LOW" MARK-NUMBER " " DELIMITED BY SIZE
012070             INTO DST-CLS-MARK WITH POINTER MARK-POINTER
012080         END-STRING
012090     END-IF.
012100     IF BAND-HIGH-CLASS-TABLE(V) = C
012110         STRING "HIGH" MARK-NUMBER " " DELIMITED BY SIZE
012120             INTO DST-CLS-MARK WITH POINTER MARK-POINTER
012130         END-STRING
012140     END-IF.
012150*
012160 5120-MARK-ONE-BAND-EXIT.
012170     EXIT.
012180*
012190*----------------------------------------------------------------
012200* 6000-WRITE-TOTALS - RUN COUNTS AND THE RETURN CODE:
012210*      0 = CLEAN
012220*      4 = NO READINGS SELECTED, SHIFT MASTER UNAVAILABLE, NO
012230*          BAND IN FORCE, OR THE CARD CLASS WIDTH SET ASIDE
012240*     16 = PARAMETER BAD OR MASTER UNAVAILABLE
012250*----------------------------------------------------------------
012260 6000-WRITE-TOTALS.
012270*
012280     MOVE "MASTER READINGS READ" TO DST-CNT-LABEL.
012290     MOVE MASTER-READ-COUNT TO DST-CNT-VALUE.
012300     MOVE DST-COUNT-LINE TO PRINT-LINE.
012310     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
012320         AFTER ADVANCING 3 LINES.
012330     MOVE "READINGS SELECTED" TO DST-CNT-LABEL.
012340     MOVE READING-COUNT TO DST-CNT-VALUE.
012350     MOVE DST-COUNT-LINE TO PRINT-LINE.
012360     WRITE DISTRIBUTION-REPORT-RECORD FROM PRINT-LINE
012370         AFTER ADVANCING 1 LINE.
012380*
012390     IF RETURN-CODE = ZERO
012400         AND (READING-COUNT = ZERO
012410              OR SHIFT-MASTER-MISSING
012420              OR BAND-COUNT = ZERO
012430              OR WIDTH-CARD-OVERRIDDEN)
012440         MOVE 4 TO RETURN-CODE
012450     END-IF.
012460*
012470 6000-WRITE-TOTALS-EXIT.
012480     EXIT.
012490*
012500*----------------------------------------------------------------
012510* 7900-FORMAT-DATE - FMT-DATE-IN AS MM/DD/YYYY, "(OPEN)" FOR AN
012520*     OPEN END
012530*----------------------------------------------------------------
012540 7900-FORMAT-DATE.
012550*
012560     IF FMT-DATE-IN = ZERO
012570         OR FMT-DATE-IN = SHM-OPEN-END-DATE
012580         MOVE "(OPEN)" TO FMT-DATE-OUT
012590         GO TO 7900-FORMAT-DATE-EXIT
012600     END-IF.
012610     MOVE FMT-DATE-IN TO DATE-SPLIT-WORK.
012620     MOVE SPACES TO FMT-DATE-OUT.
012630     STRING DATE-SPLIT-MM "/" DATE-SPLIT-DD "/" DATE-SPLIT-YYYY
012640         DELIMITED BY SIZE INTO FMT-DATE-OUT.
012650*
012660 7900-FORMAT-DATE-EXIT.
012670     EXIT.
012680*
012690*----------------------------------------------------------------
012700* 9999-TERMINATE - CLOSE FILES BEFORE STOP RUN
012710*----------------------------------------------------------------
012720 9999-TERMINATE.
012730*
012740     CLOSE DISTRIBUTION-REPORT-FILE.
012750*
012760 9999-TERMINATE-EXIT.
012770     EXIT.
