000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     PREFLITE.
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
000220* 2026-10-15 DF    ORIGINAL PROGRAM - PRE-FLIGHT CHECK RUN
000230*                  AHEAD OF SIMPLESTATS.  CONFIRMS THE DAILY
000240*                  READINGS FEED, THE SHIFT MASTER AND THE
000250*                  PRODUCTION CALENDAR ARE PRESENT AND READABLE,
000260*                  THAT THE CALENDAR SPANS EVERY READING DATE IN
000270*                  THE FEED AND THAT THE TRL TRAILER BALANCES.
000280*                  EACH CLEAN FEED IS ENTERED ON THE RECEIVED-
000290*                  FEED REGISTER BY LOCATION, READING-DATE RANGE,
000300*                  TRAILER COUNT AND HASH TOTAL, AND A FEED THAT
000310*                  EXACTLY REPEATS ONE ALREADY REGISTERED STOPS
000320*                  THE JOB WITH ITS OWN RETURN CODE, SO A
000330*                  RE-TRANSMITTED FILE IS NEVER LOADED TWICE.
000332* 2026-10-15 DF    SHIFT MASTER WIDENED TO 64 BYTES FOR THE
000334*                  EFFECTIVE-DATED BAND VERSIONS.
000335* 2026-10-15 DF    OPTIONAL RESTART CARD (PFLPARM) SO A JOB THAT
000336*                  ENDED ABNORMALLY AFTER ITS FEED WAS REGISTERED
000337*                  CAN BE RERUN, AND THE RESTART PROCEDURE IS
000338*                  PRINTED ON THE RECEIPT OF A REPEATED FEED.
000340*--------------------------------------------------------------
000341* RESTART PROCEDURE
000342*--------------------------------------------------------------
000343* THE FEED IS REGISTERED HERE, BEFORE SIMPLESTATS LOADS IT.  IF
000344* THE JOB ENDS ABNORMALLY IN A LATER STEP, A PLAIN RERUN STOPS
000345* WITH RC 20 AS A REPEAT.  TO RERUN IT, ADD A PFLPARM CARD WITH
000346* "RESTART" IN COLUMNS 1-7 AND THE FIRST-RECEIVED DATE FROM THE
000347* RC 20 RECEIPT (YYYYMMDD) IN COLUMNS 9-16, RESUBMIT THE JOB,
000348* THEN REMOVE THE CARD.  THE CARD RELEASES ONLY A REPEAT OF A
000349* FEED FIRST RECEIVED ON THAT DATE, WITH RC 4; SIMPLESTATS THEN
000350* RESUMES FROM ITS OWN CHECKPOINT.
000351*--------------------------------------------------------------
000355*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390*
000400     SELECT DAILY-VALUES-FILE ASSIGN TO "DAILYVAL"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS DAILY-VALUES-STATUS.
000430*
000440     SELECT SHIFT-MASTER-FILE ASSIGN TO "SHIFTMST"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS SHIFT-MASTER-STATUS.
000470*
000480     SELECT PRODUCTION-CALENDAR-FILE ASSIGN TO "PRODCAL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS PRODCAL-STATUS.
000510*
000520     SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS FRG-KEY
000560         FILE STATUS IS FEED-REGISTER-STATUS.
000570*
000571     SELECT PARAMETER-FILE ASSIGN TO "PFLPARM"
000572         ORGANIZATION IS SEQUENTIAL
000573         FILE STATUS IS PARAMETER-STATUS.
000574*
000580     SELECT PREFLIGHT-REPORT-FILE ASSIGN TO "PFLRPT"
000590         ORGANIZATION IS SEQUENTIAL.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640 FD  DAILY-VALUES-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD IS VARYING IN SIZE FROM 16 TO 23 CHARACTERS
000670         DEPENDING ON DVR-REC-LEN.
000680 01  DAILY-VALUE-RECORD.
000690     05  SHIFT-CODE              PIC X(03).
000700         88  TRAILER-RECORD                  VALUE "TRL".
000710     05  DAILY-VALUE             PIC 9(05).
000720     05  READING-DATE            PIC 9(08).
000730*
000740*    THE 20-BYTE SIGNED FORMAT, FORMAT INDICATOR "S"
000750 01  DAILY-VALUE-SIGNED-RECORD.
000760     05  DVS-SHIFT-CODE          PIC X(03).
000770     05  DVS-VALUE.
000780         10  DVS-VALUE-SIGN      PIC X(01).
000790         10  DVS-VALUE-INT       PIC 9(05).
000800         10  DVS-VALUE-POINT     PIC X(01).
000810         10  DVS-VALUE-DEC       PIC 9(01).
000820     05  DVS-READING-DATE        PIC 9(08).
000830     05  DVS-FORMAT              PIC X(01).
000840         88  SIGNED-FORMAT-RECORD            VALUE "S".
000850*
000860*    THE 23-BYTE LOCATION FORMAT, FORMAT INDICATOR "L"
000870 01  DAILY-VALUE-LOC-RECORD.
000880     05  DVL-SHIFT-CODE          PIC X(03).
000890     05  DVL-VALUE.
000900         10  DVL-VALUE-SIGN      PIC X(01).
000910         10  DVL-VALUE-INT       PIC 9(05).
000920         10  DVL-VALUE-POINT     PIC X(01).
000930         10  DVL-VALUE-DEC       PIC 9(01).
000940     05  DVL-READING-DATE        PIC 9(08).
000950     05  DVL-FORMAT              PIC X(01).
000960         88  LOCATION-FORMAT-RECORD          VALUE "L".
000970     05  DVL-LOCATION            PIC X(03).
000980*
000990 01  DAILY-TRAILER-RECORD.
001000     05  TRL-RECORD-ID           PIC X(03).
001010     05  TRL-EXPECTED-COUNT      PIC 9(05).
001020     05  TRL-HASH-TOTAL          PIC 9(08).
001030*
001040 FD  SHIFT-MASTER-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 64 CHARACTERS.
001070 01  SHIFT-MASTER-RECORD         PIC X(64).
001080*
001090 FD  PRODUCTION-CALENDAR-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 16 CHARACTERS.
001120 01  PRODUCTION-CALENDAR-RECORD.
001130     05  CAL-DATE                PIC 9(08).
001140     05  CAL-FILLER              PIC X(08).
001150*
001160*    RECEIVED-FEED REGISTER - ONE RECORD PER FEED RELEASED TO
001170*    SIMPLESTATS.  THE KEY IS THE FEED'S IDENTITY: ITS LOCATION
001180*    ("MIX" WHEN THE FEED CARRIES MORE THAN ONE PLANT), ITS
001190*    FIRST AND LAST READING DATES AND ITS TRAILER COUNT AND
001200*    HASH TOTAL.
001210 FD  FEED-REGISTER-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  FEED-REGISTER-RECORD.
001250     05  FRG-KEY.
001260         10  FRG-LOCATION        PIC X(03).
001270         10  FRG-FIRST-DATE      PIC 9(08).
001280         10  FRG-LAST-DATE       PIC 9(08).
001290         10  FRG-TRAILER-COUNT   PIC 9(05).
001300         10  FRG-HASH-TOTAL      PIC 9(08).
001310     05  FRG-RECEIVED-DATE       PIC 9(08).
001320     05  FRG-RECEIVED-TIME       PIC 9(06).
001330     05  FRG-RECORDS-READ        PIC 9(07).
001340     05  FRG-FILLER              PIC X(27).
001350*
001351*    RESTART CARD - OPTIONAL, SEE THE RESTART PROCEDURE ABOVE
001352 FD  PARAMETER-FILE
001353     LABEL RECORDS ARE STANDARD
001354     RECORD CONTAINS 80 CHARACTERS.
001355 01  PARAMETER-RECORD.
001356     05  PRM-RESTART-WORD        PIC X(07).
001357         88  PRM-RESTART                     VALUE "RESTART".
001358     05  FILLER                  PIC X(01).
001359     05  PRM-RECEIVED-DATE       PIC 9(08).
001360     05  PRM-FILLER              PIC X(64).
001361*
001362 FD  PREFLIGHT-REPORT-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 80 CHARACTERS.
001390 01  PREFLIGHT-REPORT-RECORD     PIC X(80).
001400*
001410 WORKING-STORAGE SECTION.
001420*
001430*--------------------------------------------------------------
001440* SWITCHES
001450*--------------------------------------------------------------
001460 01  DAILY-VALUES-SW             PIC X(01)   VALUE "N".
001470     88  END-OF-DAILY-VALUES                  VALUE "Y".
001480     88  MORE-DAILY-VALUES                    VALUE "N".
001490*
001500 01  CALENDAR-SW                 PIC X(01)   VALUE "N".
001510     88  END-OF-CALENDAR                      VALUE "Y".
001520     88  MORE-CALENDAR                        VALUE "N".
001530*
001540 01  FILES-READY-SW              PIC X(01)   VALUE "Y".
001550     88  FILES-READY                          VALUE "Y".
001560     88  FILES-NOT-READY                      VALUE "N".
001570*
001580 01  TRAILER-FOUND-SW            PIC X(01)   VALUE "N".
001590     88  TRAILER-PRESENT                      VALUE "Y".
001600     88  TRAILER-MISSING                      VALUE "N".
001610*
001620 01  CONTROL-TOTALS-SW           PIC X(01)   VALUE "N".
001630     88  CONTROL-TOTALS-IN-BALANCE            VALUE "N".
001640     88  CONTROL-TOTALS-OUT-OF-BALANCE        VALUE "Y".
001650*
001660 01  CALENDAR-COVER-SW           PIC X(01)   VALUE "Y".
001670     88  CALENDAR-COVERS-FEED                 VALUE "Y".
001680     88  CALENDAR-SHORT                       VALUE "N".
001690*
001700 01  DUPLICATE-FEED-SW           PIC X(01)   VALUE "N".
001710     88  DUPLICATE-FEED                       VALUE "Y".
001720     88  NEW-FEED                             VALUE "N".
001730*
001731 01  RESTART-CARD-SW             PIC X(01)   VALUE "N".
001732     88  RESTART-REQUESTED                    VALUE "Y".
001733     88  NO-RESTART-CARD                      VALUE "N".
001734*
001735 01  RESTART-RUN-SW              PIC X(01)   VALUE "N".
001736     88  RESTART-OF-FEED                      VALUE "Y".
001737     88  NOT-A-RESTART                        VALUE "N".
001738*
001740 01  DAILY-VALUES-STATUS         PIC X(02).
001750 01  SHIFT-MASTER-STATUS         PIC X(02).
001760 01  PRODCAL-STATUS              PIC X(02).
001770 01  FEED-REGISTER-STATUS        PIC X(02).
001771 01  PARAMETER-STATUS            PIC X(02).
001772 01  RESTART-DATE                PIC 9(08)   VALUE ZERO.
001780 01  DVR-REC-LEN                 PIC 9(02)   VALUE ZERO.
001790*
001800*--------------------------------------------------------------
001810* FEED WORK AREAS - THE HASH UNITS MATCH SIMPLESTATS: THE
001820* INTEGER VALUE FOR OLD-FORMAT RECORDS, THE UNSIGNED VALUE IN
001830* TENTHS FOR SIGNED AND LOCATION FORMATS, AND NOTHING FOR A
001840* VALUE THAT WILL NOT EDIT.
001850*--------------------------------------------------------------
001860 01  LOCAL-LOCATION-CODE         PIC X(03)   VALUE "LCL".
001870 01  MIXED-LOCATION-CODE         PIC X(03)   VALUE "MIX".
001880 01  FEED-LOCATION               PIC X(03)   VALUE SPACES.
001890 01  THIS-LOCATION               PIC X(03)   VALUE SPACES.
001900 01  THIS-DATE                   PIC X(08)   VALUE SPACES.
001910 01  THIS-DATE-N REDEFINES THIS-DATE
001920                                 PIC 9(08).
001930 01  RECORDS-READ                PIC 9(07)   VALUE ZERO.
001940 01  BAD-DATE-COUNT              PIC 9(07)   VALUE ZERO.
001950 01  FEED-FIRST-DATE             PIC 9(08)   VALUE ZERO.
001960 01  FEED-LAST-DATE              PIC 9(08)   VALUE ZERO.
001970 01  TRAILER-EXPECTED-COUNT      PIC 9(05)   VALUE ZERO.
001980 01  TRAILER-EXPECTED-HASH       PIC 9(08)   VALUE ZERO.
001990 01  HASH-ACCUMULATOR            PIC 9(10)   VALUE ZERO.
002000 01  HASH-ACCUM-SPLIT REDEFINES HASH-ACCUMULATOR.
002010     05  FILLER                  PIC 9(02).
002020     05  HASH-ACCUM-LOW          PIC 9(08).
002030*
002040 01  SIGNED-EDIT-WORK.
002050     05  SEW-INPUT.
002060         10  SEW-SIGN            PIC X(01).
002070         10  SEW-INT             PIC 9(05).
002080         10  SEW-POINT           PIC X(01).
002090         10  SEW-DEC             PIC 9(01).
002100     05  SEW-HASH-UNITS          PIC 9(06).
002110     05  SEW-VALID-SW            PIC X(01).
002120         88  SEW-VALID                        VALUE "Y".
002130         88  SEW-INVALID                      VALUE "N".
002140*
002150*--------------------------------------------------------------
002160* CALENDAR AND RUN WORK AREAS
002170*--------------------------------------------------------------
002180 01  CALENDAR-COUNT              PIC 9(05)   VALUE ZERO.
002190 01  CALENDAR-FIRST-DATE         PIC 9(08)   VALUE ZERO.
002200 01  CALENDAR-LAST-DATE          PIC 9(08)   VALUE ZERO.
002210 01  SHIFT-MASTER-COUNT          PIC 9(05)   VALUE ZERO.
002220 01  RUN-RC                      PIC 9(02)   VALUE ZERO.
002230 01  RUN-STATUS-TEXT             PIC X(12)   VALUE SPACES.
002240*
002250 01  DATE-SPLIT-WORK.
002260     05  DATE-SPLIT-YYYY         PIC 9(04).
002270     05  DATE-SPLIT-MM           PIC 9(02).
002280     05  DATE-SPLIT-DD           PIC 9(02).
002290*
002300 01  TIME-SPLIT-WORK.
002310     05  TIME-SPLIT-HH           PIC 9(02).
002320     05  TIME-SPLIT-MN           PIC 9(02).
002330     05  TIME-SPLIT-SS           PIC 9(02).
002340*
002350 01  RUN-DATE.
002360     05  RUN-DATE-YYYY           PIC 9(04).
002370     05  RUN-DATE-MM             PIC 9(02).
002380     05  RUN-DATE-DD             PIC 9(02).
002390 01  RUN-DATE-N                  PIC 9(08).
002400 01  RUN-TIME                    PIC 9(08).
002410 01  RUN-TIME-SPLIT REDEFINES RUN-TIME.
002420     05  RUN-TIME-HHMMSS         PIC 9(06).
002430     05  FILLER                  PIC 9(02).
002440*
002450*--------------------------------------------------------------
002460* REPORT LINES
002470*--------------------------------------------------------------
002480 01  PRINT-LINE                  PIC X(80).
002490*
002500 01  PFL-HEADING-1.
002510     05  FILLER                  PIC X(30)
002520             VALUE "PRE-FLIGHT FEED RECEIPT".
002530     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002540     05  PFL-HDG-MM              PIC 99.
002550     05  FILLER                  PIC X(01) VALUE "/".
002560     05  PFL-HDG-DD              PIC 99.
002570     05  FILLER                  PIC X(01) VALUE "/".
002580     05  PFL-HDG-YYYY            PIC 9(04).
002590     05  FILLER                  PIC X(30) VALUE SPACES.
002600*
002610 01  PFL-SECTION-LINE.
002620     05  PFL-SECTION-TITLE       PIC X(40).
002630     05  FILLER                  PIC X(40) VALUE SPACES.
002640*
002650 01  PFL-FILE-LINE.
002660     05  PFL-FILE-DD             PIC X(10).
002670     05  PFL-FILE-DESC           PIC X(26).
002680     05  PFL-FILE-RESULT         PIC X(22).
002690     05  FILLER                  PIC X(09) VALUE "STATUS = ".
002700     05  PFL-FILE-STATUS         PIC X(02).
002710     05  FILLER                  PIC X(11) VALUE SPACES.
002720*
002730 01  PFL-LOCATION-LINE.
002740     05  FILLER                  PIC X(26) VALUE "LOCATION:".
002750     05  PFL-LOCATION            PIC X(03).
002760     05  FILLER                  PIC X(51) VALUE SPACES.
002770*
002780 01  PFL-RANGE-LINE.
002790     05  PFL-RANGE-LABEL         PIC X(26).
002800     05  PFL-RANGE-FROM-MM       PIC 99.
002810     05  FILLER                  PIC X(01) VALUE "/".
002820     05  PFL-RANGE-FROM-DD       PIC 99.
002830     05  FILLER                  PIC X(01) VALUE "/".
002840     05  PFL-RANGE-FROM-YYYY     PIC 9(04).
002850     05  FILLER                  PIC X(03) VALUE " - ".
002860     05  PFL-RANGE-TO-MM         PIC 99.
002870     05  FILLER                  PIC X(01) VALUE "/".
002880     05  PFL-RANGE-TO-DD         PIC 99.
002890     05  FILLER                  PIC X(01) VALUE "/".
002900     05  PFL-RANGE-TO-YYYY       PIC 9(04).
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  PFL-RANGE-NOTE          PIC X(29).
002930*
002940 01  PFL-COUNT-LINE.
002950     05  PFL-CNT-LABEL           PIC X(26).
002960     05  PFL-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
002970     05  FILLER                  PIC X(04) VALUE SPACES.
002980     05  PFL-CNT-LABEL-2         PIC X(16).
002990     05  PFL-CNT-VALUE-2         PIC ZZZ,ZZZ,ZZ9.
003000     05  FILLER                  PIC X(12) VALUE SPACES.
003010*
003020 01  PFL-BAD-DATE-LINE.
003030     05  FILLER                  PIC X(26)
003040             VALUE "UNREADABLE READING DATES:".
003050     05  PFL-BAD-DATE-COUNT      PIC ZZZ,ZZZ,ZZ9.
003060     05  FILLER                  PIC X(43)
003070             VALUE "  (WILL BE REJECTED AS DT)".
003080*
003090 01  PFL-TEXT-LINE.
003100     05  PFL-TEXT-LABEL          PIC X(26).
003110     05  PFL-TEXT-VALUE          PIC X(54).
003120*
003130 01  PFL-DUPLICATE-LINE.
003140     05  FILLER                  PIC X(26)
003150             VALUE "FIRST RECEIVED:".
003160     05  PFL-DUP-MM              PIC 99.
003170     05  FILLER                  PIC X(01) VALUE "/".
003180     05  PFL-DUP-DD              PIC 99.
003190     05  FILLER                  PIC X(01) VALUE "/".
003200     05  PFL-DUP-YYYY            PIC 9(04).
003210     05  FILLER                  PIC X(04) VALUE " AT ".
003220     05  PFL-DUP-HH              PIC 99.
003230     05  FILLER                  PIC X(01) VALUE ":".
003240     05  PFL-DUP-MN              PIC 99.
003250     05  FILLER                  PIC X(01) VALUE ":".
003260     05  PFL-DUP-SS              PIC 99.
003270     05  FILLER                  PIC X(32) VALUE SPACES.
003280*
003290 01  PFL-RESULT-LINE.
003300     05  FILLER                  PIC X(08) VALUE "RESULT: ".
003310     05  PFL-RESULT-TEXT         PIC X(58).
003320     05  FILLER                  PIC X(05) VALUE "RC = ".
003330     05  PFL-RESULT-RC           PIC Z9.
003340     05  FILLER                  PIC X(07) VALUE SPACES.
003350*
003351 01  PFL-RESTART-NOTE-1.
003352     05  FILLER                  PIC X(44)
003353             VALUE "TO RERUN A JOB THAT ENDED ABNORMALLY AFTER T".
003354     05  FILLER                  PIC X(36)
003355             VALUE "HIS FEED WAS REGISTERED, ADD A".
003356*
003357 01  PFL-RESTART-NOTE-2.
003358     05  FILLER                  PIC X(44)
003359             VALUE "PFLPARM CARD WITH RESTART IN COLUMNS 1-7 AND".
003360     05  FILLER                  PIC X(36)
003361             VALUE " THE FIRST-RECEIVED DATE ABOVE".
003362*
003363 01  PFL-RESTART-NOTE-3.
003364     05  FILLER                  PIC X(44)
003365             VALUE "AS YYYYMMDD IN COLUMNS 9-16, RESUBMIT THE JO".
003366     05  FILLER                  PIC X(36)
003367             VALUE "B, THEN REMOVE THE CARD.".
003368*
003369 PROCEDURE DIVISION.
003370*
003380*----------------------------------------------------------------
003390* 0000-MAINLINE
003400*----------------------------------------------------------------
003410 0000-MAINLINE.
003420*
003430     PERFORM 1000-INITIALIZE
003440         THRU 1000-INITIALIZE-EXIT.
003450*
003460     PERFORM 1100-CHECK-SHIFT-MASTER
003470         THRU 1100-CHECK-SHIFT-MASTER-EXIT.
003480     PERFORM 1200-CHECK-CALENDAR
003490         THRU 1200-CHECK-CALENDAR-EXIT.
003491     PERFORM 1300-READ-RESTART-CARD
003492         THRU 1300-READ-RESTART-CARD-EXIT.
003500     PERFORM 2000-SCAN-FEED
003510         THRU 2000-SCAN-FEED-EXIT.
003520*
003530     IF FILES-READY
003540         PERFORM 2500-RECONCILE-TRAILER
003550             THRU 2500-RECONCILE-TRAILER-EXIT
003560         PERFORM 2600-CHECK-CALENDAR-COVER
003570             THRU 2600-CHECK-CALENDAR-COVER-EXIT
003580     END-IF.
003590*
003600     PERFORM 9000-SET-RETURN-CODE
003610         THRU 9000-SET-RETURN-CODE-EXIT.
003620*
003630     IF RUN-RC NOT > 4
003640         PERFORM 3000-CHECK-REGISTER
003650             THRU 3000-CHECK-REGISTER-EXIT
003660         PERFORM 9000-SET-RETURN-CODE
003670             THRU 9000-SET-RETURN-CODE-EXIT
003680     END-IF.
003690*
003700     PERFORM 8000-PRINT-RECEIPT
003710         THRU 8000-PRINT-RECEIPT-EXIT.
003720*
003730     PERFORM 9999-TERMINATE
003740         THRU 9999-TERMINATE-EXIT.
003750*
003760     STOP RUN.
003770*
003780*----------------------------------------------------------------
003790* 1000-INITIALIZE - OPEN THE REPORT AND PRINT THE HEADINGS
003800*----------------------------------------------------------------
003810 1000-INITIALIZE.
003820*
003830     OPEN OUTPUT PREFLIGHT-REPORT-FILE.
003840     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003850     ACCEPT RUN-TIME FROM TIME.
003860     MOVE RUN-DATE TO RUN-DATE-N.
003870*
003880     MOVE RUN-DATE-MM   TO PFL-HDG-MM.
003890     MOVE RUN-DATE-DD   TO PFL-HDG-DD.
003900     MOVE RUN-DATE-YYYY TO PFL-HDG-YYYY.
003910     MOVE PFL-HEADING-1 TO PRINT-LINE.
003920     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
003930         AFTER ADVANCING 1 LINE.
003940*
003950     MOVE "INPUT FILES" TO PFL-SECTION-TITLE.
003960     MOVE PFL-SECTION-LINE TO PRINT-LINE.
003970     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
003980         AFTER ADVANCING 2 LINES.
003990*
004000 1000-INITIALIZE-EXIT.
004010     EXIT.
004020*
004030*----------------------------------------------------------------
004040* 1100-CHECK-SHIFT-MASTER - THE SHIFT MASTER MUST OPEN AND GIVE
004050*     UP AT LEAST ONE RECORD
004060*----------------------------------------------------------------
004070 1100-CHECK-SHIFT-MASTER.
004080*
004090     MOVE "SHIFTMST"      TO PFL-FILE-DD.
004100     MOVE "SHIFT MASTER"  TO PFL-FILE-DESC.
004110*
004120     OPEN INPUT SHIFT-MASTER-FILE.
004130     IF SHIFT-MASTER-STATUS NOT = "00"
004140         DISPLAY "PREFLITE - SHIFT-MASTER-FILE NOT AVAILABLE, "
004150             "STATUS = " SHIFT-MASTER-STATUS
004160         MOVE "NOT AVAILABLE"     TO PFL-FILE-RESULT
004170         MOVE SHIFT-MASTER-STATUS TO PFL-FILE-STATUS
004180         SET FILES-NOT-READY TO TRUE
004190         GO TO 1100-CHECK-SHIFT-MASTER-PRINT
004200     END-IF.
004210*
004220     MOVE SHIFT-MASTER-STATUS TO PFL-FILE-STATUS.
004230     READ SHIFT-MASTER-FILE
004240         AT END
004250             CONTINUE
004260         NOT AT END
004270             ADD 1 TO SHIFT-MASTER-COUNT
004280     END-READ.
004290     CLOSE SHIFT-MASTER-FILE.
004300*
004310     IF SHIFT-MASTER-COUNT = ZERO
004320         MOVE "EMPTY OR UNREADABLE" TO PFL-FILE-RESULT
004330         SET FILES-NOT-READY TO TRUE
004340     ELSE
004350         MOVE "READY" TO PFL-FILE-RESULT
004360     END-IF.
004370*
004380 1100-CHECK-SHIFT-MASTER-PRINT.
004390     MOVE PFL-FILE-LINE TO PRINT-LINE.
004400     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
004410         AFTER ADVANCING 1 LINE.
004420*
004430 1100-CHECK-SHIFT-MASTER-EXIT.
004440     EXIT.
004450*
004460*----------------------------------------------------------------
004470* 1200-CHECK-CALENDAR - THE PRODUCTION CALENDAR MUST OPEN AND
004480*     HOLD AT LEAST ONE VALID DATE.  ITS FIRST AND LAST DATES
004490*     ARE KEPT FOR THE COVERAGE CHECK.
004500*----------------------------------------------------------------
004510 1200-CHECK-CALENDAR.
004520*
004530     MOVE "PRODCAL"              TO PFL-FILE-DD.
004540     MOVE "PRODUCTION CALENDAR"  TO PFL-FILE-DESC.
004550*
004560     OPEN INPUT PRODUCTION-CALENDAR-FILE.
004570     IF PRODCAL-STATUS NOT = "00"
004580         DISPLAY "PREFLITE - PRODUCTION-CALENDAR-FILE NOT "
004590             "AVAILABLE, STATUS = " PRODCAL-STATUS
004600         MOVE "NOT AVAILABLE" TO PFL-FILE-RESULT
004610         MOVE PRODCAL-STATUS  TO PFL-FILE-STATUS
004620         SET FILES-NOT-READY TO TRUE
004630         GO TO 1200-CHECK-CALENDAR-PRINT
004640     END-IF.
004650*
004660     MOVE PRODCAL-STATUS TO PFL-FILE-STATUS.
004670     SET MORE-CALENDAR TO TRUE.
004680     PERFORM 1210-READ-ONE-CALENDAR-DAY
004690         THRU 1210-READ-ONE-CALENDAR-DAY-EXIT
004700         UNTIL END-OF-CALENDAR.
004710     CLOSE PRODUCTION-CALENDAR-FILE.
004720*
004730     IF CALENDAR-COUNT = ZERO
004740         MOVE "EMPTY OR UNREADABLE" TO PFL-FILE-RESULT
004750         SET FILES-NOT-READY TO TRUE
004760     ELSE
004770         MOVE "READY" TO PFL-FILE-RESULT
004780     END-IF.
004790*
004800 1200-CHECK-CALENDAR-PRINT.
004810     MOVE PFL-FILE-LINE TO PRINT-LINE.
004820     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
004830         AFTER ADVANCING 1 LINE.
004840*
004850 1200-CHECK-CALENDAR-EXIT.
004860     EXIT.
004870*
004880 1210-READ-ONE-CALENDAR-DAY.
004890*
004900     READ PRODUCTION-CALENDAR-FILE
004910         AT END
004920             SET END-OF-CALENDAR TO TRUE
004930             GO TO 1210-READ-ONE-CALENDAR-DAY-EXIT
004940     END-READ.
004950     IF PRODCAL-STATUS NOT = "00"
004960         SET END-OF-CALENDAR TO TRUE
004970         GO TO 1210-READ-ONE-CALENDAR-DAY-EXIT
004980     END-IF.
004990     IF CAL-DATE NOT NUMERIC
005000         GO TO 1210-READ-ONE-CALENDAR-DAY-EXIT
005010     END-IF.
005020*
005030     ADD 1 TO CALENDAR-COUNT.
005040     IF CALENDAR-COUNT = 1
005050         MOVE CAL-DATE TO CALENDAR-FIRST-DATE
005060         MOVE CAL-DATE TO CALENDAR-LAST-DATE
005070     END-IF.
005080     IF CAL-DATE < CALENDAR-FIRST-DATE
005090         MOVE CAL-DATE TO CALENDAR-FIRST-DATE
005100     END-IF.
005110     IF CAL-DATE > CALENDAR-LAST-DATE
005120         MOVE CAL-DATE TO CALENDAR-LAST-DATE
005130     END-IF.
005140*
005150 1210-READ-ONE-CALENDAR-DAY-EXIT.
005160     EXIT.
005170*
005171*----------------------------------------------------------------
005172* 1300-READ-RESTART-CARD - THE RESTART CARD IS OPTIONAL AND
005173*     NORMALLY ABSENT.  ONE THAT IS PRESENT IS LISTED, AND IS
005174*     IGNORED UNLESS IT CARRIES "RESTART" AND A NUMERIC DATE.
005175*----------------------------------------------------------------
005176 1300-READ-RESTART-CARD.
005177*
005178     SET NO-RESTART-CARD TO TRUE.
005179     OPEN INPUT PARAMETER-FILE.
005180     IF PARAMETER-STATUS NOT = "00"
005181         GO TO 1300-READ-RESTART-CARD-EXIT
005182     END-IF.
005183*
005184     MOVE "PFLPARM"       TO PFL-FILE-DD.
005185     MOVE "RESTART CARD"  TO PFL-FILE-DESC.
005186     MOVE "IGNORED - NOT VALID" TO PFL-FILE-RESULT.
005187     READ PARAMETER-FILE
005188         AT END
005189             CONTINUE
005190         NOT AT END
005191             IF PRM-RESTART
005192                 AND PRM-RECEIVED-DATE NUMERIC
005193                 AND PRM-RECEIVED-DATE > ZERO
005194                 MOVE PRM-RECEIVED-DATE TO RESTART-DATE
005195                 SET RESTART-REQUESTED TO TRUE
005196                 MOVE "PRESENT" TO PFL-FILE-RESULT
005197             END-IF
005198     END-READ.
005199     MOVE PARAMETER-STATUS TO PFL-FILE-STATUS.
005200     CLOSE PARAMETER-FILE.
005201*
005202     MOVE PFL-FILE-LINE TO PRINT-LINE.
005203     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
005204         AFTER ADVANCING 1 LINE.
005205*
005206 1300-READ-RESTART-CARD-EXIT.
005207     EXIT.
005208*
005210*----------------------------------------------------------------
005212* 2000-SCAN-FEED - READ THE WHOLE FEED ONCE, COUNTING DETAIL
005214*     RECORDS, BUILDING THE HASH EXACTLY AS SIMPLESTATS DOES,
005216*     NOTING THE LOCATION AND READING-DATE RANGE AND PICKING UP
005220*     THE TRL TRAILER
005230*----------------------------------------------------------------
005240 2000-SCAN-FEED.
005250*
005260     MOVE "DAILYVAL"             TO PFL-FILE-DD.
005270     MOVE "DAILY READINGS FEED"  TO PFL-FILE-DESC.
005280*
005290     OPEN INPUT DAILY-VALUES-FILE.
005300     IF DAILY-VALUES-STATUS NOT = "00"
005310         DISPLAY "PREFLITE - DAILY-VALUES-FILE NOT AVAILABLE, "
005320             "STATUS = " DAILY-VALUES-STATUS
005330         MOVE "NOT AVAILABLE"     TO PFL-FILE-RESULT
005340         MOVE DAILY-VALUES-STATUS TO PFL-FILE-STATUS
005350         SET FILES-NOT-READY TO TRUE
005360         GO TO 2000-SCAN-FEED-PRINT
005370     END-IF.
005380*
005390     MOVE DAILY-VALUES-STATUS TO PFL-FILE-STATUS.
005400     SET MORE-DAILY-VALUES TO TRUE.
005410     PERFORM 2100-READ-DAILY-VALUE
005420         THRU 2100-READ-DAILY-VALUE-EXIT
005430         UNTIL END-OF-DAILY-VALUES.
005440     CLOSE DAILY-VALUES-FILE.
005450*
005460     IF RECORDS-READ = ZERO
005470         MOVE "NO DETAIL RECORDS" TO PFL-FILE-RESULT
005480         SET FILES-NOT-READY TO TRUE
005490     ELSE
005500         MOVE "READY" TO PFL-FILE-RESULT
005510     END-IF.
005520*
005530 2000-SCAN-FEED-PRINT.
005540     MOVE PFL-FILE-LINE TO PRINT-LINE.
005550     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
005560         AFTER ADVANCING 1 LINE.
005570*
005580 2000-SCAN-FEED-EXIT.
005590     EXIT.
005600*
005610 2100-READ-DAILY-VALUE.
005620*
005630     READ DAILY-VALUES-FILE
005640         AT END
005650             SET END-OF-DAILY-VALUES TO TRUE
005660             GO TO 2100-READ-DAILY-VALUE-EXIT
005670     END-READ.
005680     IF DAILY-VALUES-STATUS NOT = "00"
005690         AND DAILY-VALUES-STATUS NOT = "04"
005700         DISPLAY "PREFLITE - DAILY-VALUES-FILE READ ERROR, "
005710             "STATUS = " DAILY-VALUES-STATUS
005720         SET FILES-NOT-READY TO TRUE
005730         SET END-OF-DAILY-VALUES TO TRUE
005740         GO TO 2100-READ-DAILY-VALUE-EXIT
005750     END-IF.
005760*
005770     IF TRAILER-RECORD
005780         MOVE TRL-EXPECTED-COUNT TO TRAILER-EXPECTED-COUNT
005790         MOVE TRL-HASH-TOTAL     TO TRAILER-EXPECTED-HASH
005800         SET TRAILER-PRESENT TO TRUE
005810     ELSE
005820         PERFORM 2110-SCAN-DETAIL-RECORD
005830             THRU 2110-SCAN-DETAIL-RECORD-EXIT
005840     END-IF.
005850*
005860 2100-READ-DAILY-VALUE-EXIT.
005870     EXIT.
005880*
005890*----------------------------------------------------------------
005900* 2110-SCAN-DETAIL-RECORD - THE SAME FORMAT RULES AS SIMPLESTATS
005910*     2150-NORMALIZE-READING, CUT DOWN TO WHAT THE RECEIPT NEEDS
005920*----------------------------------------------------------------
005930 2110-SCAN-DETAIL-RECORD.
005940*
005950     ADD 1 TO RECORDS-READ.
005960     MOVE LOCAL-LOCATION-CODE TO THIS-LOCATION.
005970     SET SEW-INVALID TO TRUE.
005980*
005990     EVALUATE TRUE
006000         WHEN DVR-REC-LEN = 23 AND LOCATION-FORMAT-RECORD
006010             IF DVL-LOCATION NOT = SPACES
006020                 MOVE DVL-LOCATION TO THIS-LOCATION
006030             END-IF
006040             MOVE DVL-READING-DATE TO THIS-DATE
006050             MOVE DVL-VALUE TO SEW-INPUT
006060             PERFORM 2140-EDIT-SIGNED-VALUE
006070                 THRU 2140-EDIT-SIGNED-VALUE-EXIT
006080         WHEN DVR-REC-LEN = 20 AND SIGNED-FORMAT-RECORD
006090             MOVE DVS-READING-DATE TO THIS-DATE
006100             MOVE DVS-VALUE TO SEW-INPUT
006110             PERFORM 2140-EDIT-SIGNED-VALUE
006120                 THRU 2140-EDIT-SIGNED-VALUE-EXIT
006130         WHEN OTHER
006140             MOVE READING-DATE TO THIS-DATE
006150             IF DAILY-VALUE NUMERIC
006160                 SET SEW-VALID TO TRUE
006170                 MOVE DAILY-VALUE TO SEW-HASH-UNITS
006180             END-IF
006190     END-EVALUATE.
006200*
006210     IF SEW-VALID
006220         ADD SEW-HASH-UNITS TO HASH-ACCUMULATOR
006230     END-IF.
006240*
006250     IF FEED-LOCATION = SPACES
006260         MOVE THIS-LOCATION TO FEED-LOCATION
006270     END-IF.
006280     IF THIS-LOCATION NOT = FEED-LOCATION
006290         MOVE MIXED-LOCATION-CODE TO FEED-LOCATION
006300     END-IF.
006310*
006320     IF THIS-DATE NOT NUMERIC
006330         ADD 1 TO BAD-DATE-COUNT
006340         GO TO 2110-SCAN-DETAIL-RECORD-EXIT
006350     END-IF.
006360     IF FEED-FIRST-DATE = ZERO
006370         OR THIS-DATE-N < FEED-FIRST-DATE
006380         MOVE THIS-DATE-N TO FEED-FIRST-DATE
006390     END-IF.
006400     IF THIS-DATE-N > FEED-LAST-DATE
006410         MOVE THIS-DATE-N TO FEED-LAST-DATE
006420     END-IF.
006430*
006440 2110-SCAN-DETAIL-RECORD-EXIT.
006450     EXIT.
006460*
006470*----------------------------------------------------------------
006480* 2140-EDIT-SIGNED-VALUE - EDIT THE 8-CHARACTER SIGNED FORM IN
006490*     SEW-INPUT AND RETURN ITS HASH UNITS (UNSIGNED TENTHS)
006500*----------------------------------------------------------------
006510 2140-EDIT-SIGNED-VALUE.
006520*
006530     SET SEW-INVALID TO TRUE.
006540     MOVE ZERO TO SEW-HASH-UNITS.
006550     IF SEW-SIGN NOT = "+" AND SEW-SIGN NOT = "-"
006560         AND SEW-SIGN NOT = SPACE
006570         GO TO 2140-EDIT-SIGNED-VALUE-EXIT
006580     END-IF.
006590     IF SEW-INT NOT NUMERIC
006600         OR SEW-POINT NOT = "."
006610         OR SEW-DEC NOT NUMERIC
006620         GO TO 2140-EDIT-SIGNED-VALUE-EXIT
006630     END-IF.
006640*
006650     COMPUTE SEW-HASH-UNITS = SEW-INT * 10 + SEW-DEC.
006660     SET SEW-VALID TO TRUE.
006670*
006680 2140-EDIT-SIGNED-VALUE-EXIT.
006690     EXIT.
006700*
006710*----------------------------------------------------------------
006720* 2500-RECONCILE-TRAILER - THE SAME BALANCING RULE AS THE MAIN
006730*     RUN: TRAILER PRESENT, NUMERIC, AND MATCHING BOTH THE
006740*     DETAIL-RECORD COUNT AND THE LOW EIGHT DIGITS OF THE HASH
006750*----------------------------------------------------------------
006760 2500-RECONCILE-TRAILER.
006770*
006780     SET CONTROL-TOTALS-IN-BALANCE TO TRUE.
006790*
006800     IF TRAILER-MISSING
006810         SET CONTROL-TOTALS-OUT-OF-BALANCE TO TRUE
006820         GO TO 2500-RECONCILE-TRAILER-EXIT
006830     END-IF.
006840     IF TRAILER-EXPECTED-COUNT NOT NUMERIC
006850         OR TRAILER-EXPECTED-HASH NOT NUMERIC
006860         SET CONTROL-TOTALS-OUT-OF-BALANCE TO TRUE
006870         GO TO 2500-RECONCILE-TRAILER-EXIT
006880     END-IF.
006890*
006900     IF RECORDS-READ NOT = TRAILER-EXPECTED-COUNT
006910         SET CONTROL-TOTALS-OUT-OF-BALANCE TO TRUE
006920     END-IF.
006930     IF HASH-ACCUM-LOW NOT = TRAILER-EXPECTED-HASH
006940         SET CONTROL-TOTALS-OUT-OF-BALANCE TO TRUE
006950     END-IF.
006960*
006970 2500-RECONCILE-TRAILER-EXIT.
006980     EXIT.
006990*
007000*----------------------------------------------------------------
007010* 2600-CHECK-CALENDAR-COVER - EVERY READING DATE IN THE FEED MUST
007020*     FALL WITHIN THE CALENDAR'S FIRST AND LAST DATES, OTHERWISE
007030*     SIMPLESTATS WOULD REJECT GOOD READINGS AS NON-PRODUCTION
007040*     DAYS SIMPLY BECAUSE NEXT PERIOD'S CALENDAR IS NOT LOADED
007050*----------------------------------------------------------------
007060 2600-CHECK-CALENDAR-COVER.
007070*
007080     SET CALENDAR-COVERS-FEED TO TRUE.
007090     IF FEED-FIRST-DATE = ZERO
007100         GO TO 2600-CHECK-CALENDAR-COVER-EXIT
007110     END-IF.
007120     IF FEED-FIRST-DATE < CALENDAR-FIRST-DATE
007130         OR FEED-LAST-DATE > CALENDAR-LAST-DATE
007140         SET CALENDAR-SHORT TO TRUE
007150     END-IF.
007160*
007170 2600-CHECK-CALENDAR-COVER-EXIT.
007180     EXIT.
007190*
007200*----------------------------------------------------------------
007210* 3000-CHECK-REGISTER - LOOK THE FEED UP ON THE RECEIVED-FEED
007220*     REGISTER.  AN EXACT MATCH IS A REPEAT, UNLESS A RESTART CARD
007221*     NAMES THE DATE IT WAS FIRST RECEIVED; OTHERWISE THE FEED IS
007230*     REGISTERED NOW, STAMPED WITH THE DATE AND TIME RECEIVED.
007240*     THE REGISTER IS CREATED ON ITS FIRST USE.
007250*----------------------------------------------------------------
007260 3000-CHECK-REGISTER.
007270*
007280     OPEN I-O FEED-REGISTER-FILE.
007290     IF FEED-REGISTER-STATUS = "35"
007300         OPEN OUTPUT FEED-REGISTER-FILE
007310         CLOSE FEED-REGISTER-FILE
007320         OPEN I-O FEED-REGISTER-FILE
007330     END-IF.
007340     IF FEED-REGISTER-STATUS NOT = "00"
007350         DISPLAY "PREFLITE - FEED-REGISTER-FILE NOT AVAILABLE, "
007360             "STATUS = " FEED-REGISTER-STATUS
007370         SET FILES-NOT-READY TO TRUE
007380         GO TO 3000-CHECK-REGISTER-EXIT
007390     END-IF.
007400*
007410     MOVE FEED-LOCATION          TO FRG-LOCATION.
007420     MOVE FEED-FIRST-DATE        TO FRG-FIRST-DATE.
007430     MOVE FEED-LAST-DATE         TO FRG-LAST-DATE.
007440     MOVE TRAILER-EXPECTED-COUNT TO FRG-TRAILER-COUNT.
007450     MOVE TRAILER-EXPECTED-HASH  TO FRG-HASH-TOTAL.
007460     READ FEED-REGISTER-FILE
007470         INVALID KEY
007480             SET NEW-FEED TO TRUE
007490         NOT INVALID KEY
007500             SET DUPLICATE-FEED TO TRUE
007510     END-READ.
007520*
007530     IF DUPLICATE-FEED
007531         IF RESTART-REQUESTED
007532             AND FRG-RECEIVED-DATE = RESTART-DATE
007533             SET RESTART-OF-FEED TO TRUE
007534         END-IF
007540         CLOSE FEED-REGISTER-FILE
007550         GO TO 3000-CHECK-REGISTER-EXIT
007560     END-IF.
007570*
007580     MOVE RUN-DATE-N      TO FRG-RECEIVED-DATE.
007590     MOVE RUN-TIME-HHMMSS TO FRG-RECEIVED-TIME.
007600     MOVE RECORDS-READ    TO FRG-RECORDS-READ.
007610     MOVE SPACES          TO FRG-FILLER.
007620     WRITE FEED-REGISTER-RECORD
007630         INVALID KEY
007640             DISPLAY "PREFLITE - FEED-REGISTER-FILE WRITE "
007650                 "FAILED, STATUS = " FEED-REGISTER-STATUS
007660             SET FILES-NOT-READY TO TRUE
007670     END-WRITE.
007680     CLOSE FEED-REGISTER-FILE.
007690*
007700 3000-CHECK-REGISTER-EXIT.
007710     EXIT.
007720*
007730*----------------------------------------------------------------
007740* 8000-PRINT-RECEIPT - THE FEED'S IDENTITY AND CONTROL TOTALS,
007750*     THE CALENDAR SPAN, AND THE RESULT WITH ITS RETURN CODE
007760*----------------------------------------------------------------
007770 8000-PRINT-RECEIPT.
007780*
007790     MOVE "FEED RECEIPT" TO PFL-SECTION-TITLE.
007800     MOVE PFL-SECTION-LINE TO PRINT-LINE.
007810     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
007820         AFTER ADVANCING 3 LINES.
007830*
007840     MOVE FEED-LOCATION TO PFL-LOCATION.
007850     MOVE PFL-LOCATION-LINE TO PRINT-LINE.
007860     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
007870         AFTER ADVANCING 2 LINES.
007880*
007890     MOVE "READING DATES:"  TO PFL-RANGE-LABEL.
007900     MOVE FEED-FIRST-DATE   TO DATE-SPLIT-WORK.
007910     MOVE DATE-SPLIT-MM     TO PFL-RANGE-FROM-MM.
007920     MOVE DATE-SPLIT-DD     TO PFL-RANGE-FROM-DD.
007930     MOVE DATE-SPLIT-YYYY   TO PFL-RANGE-FROM-YYYY.
007940     MOVE FEED-LAST-DATE    TO DATE-SPLIT-WORK.
007950     MOVE DATE-SPLIT-MM     TO PFL-RANGE-TO-MM.
007960     MOVE DATE-SPLIT-DD     TO PFL-RANGE-TO-DD.
007970     MOVE DATE-SPLIT-YYYY   TO PFL-RANGE-TO-YYYY.
007980     MOVE SPACES            TO PFL-RANGE-NOTE.
007990     MOVE PFL-RANGE-LINE TO PRINT-LINE.
008000     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
008010         AFTER ADVANCING 1 LINE.
008020*
008030     MOVE "DETAIL RECORDS READ:"   TO PFL-CNT-LABEL.
008040     MOVE RECORDS-READ             TO PFL-CNT-VALUE.
008050     MOVE "TRAILER COUNT:"         TO PFL-CNT-LABEL-2.
008060     MOVE TRAILER-EXPECTED-COUNT   TO PFL-CNT-VALUE-2.
008070     MOVE PFL-COUNT-LINE TO PRINT-LINE.
008080     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
008090         AFTER ADVANCING 2 LINES.
008100*
008110     MOVE "HASH COMPUTED:"         TO PFL-CNT-LABEL.
008120     MOVE HASH-ACCUM-LOW           TO PFL-CNT-VALUE.
008130     MOVE "TRAILER HASH:"          TO PFL-CNT-LABEL-2.
008140     MOVE TRAILER-EXPECTED-HASH    TO PFL-CNT-VALUE-2.
008150     MOVE PFL-COUNT-LINE TO PRINT-LINE.
008160     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
008170         AFTER ADVANCING 1 LINE.
008180*
008190     MOVE "TRAILER:" TO PFL-TEXT-LABEL.
008200     EVALUATE TRUE
008210         WHEN TRAILER-MISSING
008220             MOVE "MISSING FROM THE FEED" TO PFL-TEXT-VALUE
008230         WHEN CONTROL-TOTALS-OUT-OF-BALANCE
008240             MOVE "OUT OF BALANCE" TO PFL-TEXT-VALUE
008250         WHEN OTHER
008260             MOVE "BALANCED" TO PFL-TEXT-VALUE
008270     END-EVALUATE.
008280     MOVE PFL-TEXT-LINE TO PRINT-LINE.
008290     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
008300         AFTER ADVANCING 1 LINE.
008310*
008320     IF BAD-DATE-COUNT > ZERO
008330         MOVE BAD-DATE-COUNT TO PFL-BAD-DATE-COUNT
008340         MOVE PFL-BAD-DATE-LINE TO PRINT-LINE
008350         WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
008360             AFTER ADVANCING 1 LINE
008370     END-IF.
008380*
008390     MOVE "PRODUCTION CALENDAR:" TO PFL-RANGE-LABEL.
008400     MOVE CALENDAR-FIRST-DATE TO DATE-SPLIT-WORK.
008410     MOVE DATE-SPLIT-MM       TO PFL-RANGE-FROM-MM.
008420     MOVE DATE-SPLIT-DD       TO PFL-RANGE-FROM-DD.
008430     MOVE DATE-SPLIT-YYYY     TO PFL-RANGE-FROM-YYYY.
008440     MOVE CALENDAR-LAST-DATE  TO DATE-SPLIT-WORK.
008450     MOVE DATE-SPLIT-MM       TO PFL-RANGE-TO-MM.
008460     MOVE DATE-SPLIT-DD       TO PFL-RANGE-TO-DD.
008470     MOVE DATE-SPLIT-YYYY     TO PFL-RANGE-TO-YYYY.
008480     IF CALENDAR-COVERS-FEED
008490         MOVE "COVERS THE FEED" TO PFL-RANGE-NOTE
008500     ELSE
008510         MOVE "DOES NOT COVER THE FEED" TO PFL-RANGE-NOTE
008520     END-IF.
008530     MOVE PFL-RANGE-LINE TO PRINT-LINE.
008540     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
008550         AFTER ADVANCING 2 LINES.
008560*
008570     IF DUPLICATE-FEED
008580         MOVE FRG-RECEIVED-DATE TO DATE-SPLIT-WORK
008590         MOVE DATE-SPLIT-MM     TO PFL-DUP-MM
008600         MOVE DATE-SPLIT-DD     TO PFL-DUP-DD
008610         MOVE DATE-SPLIT-YYYY   TO PFL-DUP-YYYY
008620         MOVE FRG-RECEIVED-TIME TO TIME-SPLIT-WORK
008630         MOVE TIME-SPLIT-HH     TO PFL-DUP-HH
008640         MOVE TIME-SPLIT-MN     TO PFL-DUP-MN
008650         MOVE TIME-SPLIT-SS     TO PFL-DUP-SS
008660         MOVE PFL-DUPLICATE-LINE TO PRINT-LINE
008670         WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
008680             AFTER ADVANCING 2 LINES
008690     END-IF.
008700*
008710     EVALUATE RUN-RC
008720         WHEN 0
008730             MOVE "FEED REGISTERED - RELEASED TO SIMPLESTATS"
008740                 TO PFL-RESULT-TEXT
008750         WHEN 4
008751             IF RESTART-OF-FEED
008752                 MOVE "RESTART OF A REGISTERED FEED - RELEASED"
008753                     TO PFL-RESULT-TEXT
008754             ELSE
008760                 MOVE "FEED REGISTERED WITH WARNINGS - RELEASED"
008770                     TO PFL-RESULT-TEXT
008771             END-IF
008780         WHEN 8
008790             MOVE "CALENDAR DOES NOT COVER FEED - JOB STOPPED"
008800                 TO PFL-RESULT-TEXT
008810         WHEN 12
008820             MOVE "TRAILER OUT OF BALANCE - JOB STOPPED"
008830                 TO PFL-RESULT-TEXT
008840         WHEN 20
008850             MOVE "DUPLICATE OF A REGISTERED FEED - JOB STOPPED"
008860                 TO PFL-RESULT-TEXT
008870         WHEN OTHER
008880             MOVE "INPUT FILE NOT READY - JOB STOPPED"
008890                 TO PFL-RESULT-TEXT
008900     END-EVALUATE.
008910     MOVE RUN-RC TO PFL-RESULT-RC.
008920     MOVE PFL-RESULT-LINE TO PRINT-LINE.
008930     WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
008940         AFTER ADVANCING 3 LINES.
008941*
008942     IF RUN-RC = 20
008943         MOVE PFL-RESTART-NOTE-1 TO PRINT-LINE
008944         WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
008945             AFTER ADVANCING 2 LINES
008946         MOVE PFL-RESTART-NOTE-2 TO PRINT-LINE
008947         WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
008948             AFTER ADVANCING 1 LINE
008949         MOVE PFL-RESTART-NOTE-3 TO PRINT-LINE
008950         WRITE PREFLIGHT-REPORT-RECORD FROM PRINT-LINE
008951             AFTER ADVANCING 1 LINE
008952     END-IF.
008953*
008960 8000-PRINT-RECEIPT-EXIT.
008970     EXIT.
008980*
008990*----------------------------------------------------------------
009000* 9000-SET-RETURN-CODE - GRADED FOR THE SCHEDULER, ON THE SAME
009010*     SCALE AS SIMPLESTATS WITH ONE CODE OF ITS OWN FOR A REPEAT:
009020*      0 = CLEAN, FEED REGISTERED
009030*      4 = WARNINGS (UNREADABLE READING DATES), FEED REGISTERED,
009031*          OR A REPEAT RELEASED BY THE RESTART CARD
009040*      8 = CALENDAR DOES NOT COVER THE FEED
009050*     12 = TRAILER MISSING OR OUT OF BALANCE
009060*     16 = AN INPUT FILE OR THE REGISTER IS NOT READY
009070*     20 = EXACT REPEAT OF A FEED ALREADY REGISTERED
009080*     ANYTHING ABOVE 4 STOPS THE JOB BEFORE SIMPLESTATS.
009090*----------------------------------------------------------------
009100 9000-SET-RETURN-CODE.
009110*
009120     MOVE ZERO    TO RUN-RC.
009130     MOVE "CLEAN" TO RUN-STATUS-TEXT.
009140*
009150     IF BAD-DATE-COUNT > ZERO
009160         MOVE 4          TO RUN-RC
009170         MOVE "WARNINGS" TO RUN-STATUS-TEXT
009180     END-IF.
009181*
009182     IF RESTART-OF-FEED
009183         MOVE 4          TO RUN-RC
009184         MOVE "RESTART"  TO RUN-STATUS-TEXT
009185     END-IF.
009190*
009200     IF CALENDAR-SHORT
009210         MOVE 8           TO RUN-RC
009220         MOVE "CAL-SHORT" TO RUN-STATUS-TEXT
009230     END-IF.
009240*
009250     IF CONTROL-TOTALS-OUT-OF-BALANCE
009260         MOVE 12           TO RUN-RC
009270         MOVE "OUT-OF-BAL" TO RUN-STATUS-TEXT
009280     END-IF.
009290*
009300     IF FILES-NOT-READY
009310         MOVE 16         TO RUN-RC
009320         MOVE "NO-INPUT" TO RUN-STATUS-TEXT
009330     END-IF.
009340*
009350     IF DUPLICATE-FEED AND NOT-A-RESTART
009360         MOVE 20          TO RUN-RC
009370         MOVE "DUPLICATE" TO RUN-STATUS-TEXT
009380     END-IF.
009390*
009400 9000-SET-RETURN-CODE-EXIT.
009410     EXIT.
009420*
009430*----------------------------------------------------------------
009440* 9999-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE
009450*----------------------------------------------------------------
009460 9999-TERMINATE.
009470*
009480     CLOSE PREFLIGHT-REPORT-FILE.
009490     DISPLAY "PREFLITE - " RUN-STATUS-TEXT " RC = " RUN-RC.
009500     MOVE RUN-RC TO RETURN-CODE.
009510*
009520 9999-TERMINATE-EXIT.
009530     EXIT.
