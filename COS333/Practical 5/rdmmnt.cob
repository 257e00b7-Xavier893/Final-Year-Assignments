000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     RDMMNT.
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
000220* 2026-10-15 DF    ORIGINAL PROGRAM - ARCHIVE, PURGE AND
000230*                  RESTORE MAINTENANCE FOR THE KEYED READINGS
000240*                  MASTER.  IN PURGE MODE EVERY READING OLDER
000250*                  THAN THE RETENTION PERIOD ON THE PARAMETER
000260*                  CARD AND DATED IN THE ARCHIVE YEAR ON THE
000270*                  CARD IS APPENDED TO THAT YEAR'S SEQUENTIAL
000280*                  ARCHIVE AND THEN DELETED FROM THE MASTER,
000290*                  WITH A PURGE REPORT COUNTING THE READINGS
000300*                  BY LOCATION AND READING DATE.  NOTHING IS
000310*                  DELETED UNLESS EVERY ARCHIVE WRITE SUCCEEDS.
000320*                  IN RESTORE MODE THE READINGS OF ONE LOCATION
000330*                  AND DATE RANGE ARE RELOADED FROM THE YEAR'S
000340*                  ARCHIVE SO STATINQ CAN ANSWER FOR THEM AGAIN.
000341* 2026-10-15 DF    EVERY READING PURGED OR RESTORED IS WRITTEN
000342*                  TO THE READINGS MASTER CHANGE JOURNAL
000343*                  (RDMJRNL).  NO PURGE OR RESTORE IS DONE IF THE
000344*                  JOURNAL CANNOT BE OPENED.
000345* 2026-10-15 DF    A READINGS MASTER THAT CANNOT BE OPENED IS
000346*                  REPORTED AS NOT AVAILABLE RATHER THAN AS AN
000347*                  ARCHIVE WRITE FAILURE.
000348* 2026-10-15 DF    NO PURGE OR RESTORE TOTALS ARE PRINTED WHEN
000349*                  THE JOURNAL OR THE ARCHIVE COULD NOT BE
000350*                  OPENED.  THE JOURNAL IMAGE IS TAKEN BEFORE
000351*                  THE MASTER IS CHANGED.
000352*--------------------------------------------------------------
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400*
000410     SELECT READINGS-MASTER-FILE ASSIGN TO "READMST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS RDM-KEY
000450         FILE STATUS IS READINGS-MASTER-STATUS.
000460*
000470     SELECT READINGS-ARCHIVE-FILE ASSIGN TO "RDMARCH"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS ARCHIVE-STATUS.
000500*
000510     SELECT PARAMETER-FILE ASSIGN TO "RDMPARM"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS PARAMETER-STATUS.
000540*
000550     SELECT MAINT-REPORT-FILE ASSIGN TO "RDMRPT"
000560         ORGANIZATION IS SEQUENTIAL.
000570*
000571     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "RDMJRNL"
000572         ORGANIZATION IS SEQUENTIAL
000573         FILE STATUS IS JOURNAL-STATUS.
000574*
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
000740*    ONE ARCHIVE FILE PER READING YEAR - THE JOB STEP POINTS
000750*    RDMARCH AT THE YEAR NAMED ON THE PARAMETER CARD.  EACH
000760*    RECORD IS THE MASTER IMAGE AS IT STOOD WHEN PURGED, PLUS
000770*    THE DATE IT WAS ARCHIVED.
000780 FD  READINGS-ARCHIVE-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 48 CHARACTERS.
000810 01  READINGS-ARCHIVE-RECORD.
000820     05  ARC-READING-IMAGE.
000830         10  ARC-LOCATION        PIC X(03).
000840         10  ARC-READING-DATE    PIC 9(08).
000850         10  FILLER              PIC X(29).
000860     05  ARC-ARCHIVED-DATE       PIC 9(08).
000870*
000880*    PARAMETER CARD - MODE "P" (PURGE) NEEDS THE RETENTION DAYS
000890*    AND THE ARCHIVE YEAR.  MODE "R" (RESTORE) NEEDS THE ARCHIVE
000900*    YEAR, A LOCATION (BLANK = THE LOCAL PLANT) AND A FROM / TO
000910*    READING DATE RANGE.
000920 FD  PARAMETER-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  PARAMETER-RECORD.
000960     05  PRM-MODE                PIC X(01).
000970         88  PRM-PURGE-MODE                  VALUE "P".
000980         88  PRM-RESTORE-MODE                VALUE "R".
000990     05  PRM-RETENTION-DAYS      PIC 9(04).
001000     05  PRM-ARCHIVE-YEAR        PIC 9(04).
001010     05  PRM-LOCATION            PIC X(03).
001020     05  PRM-FROM-DATE           PIC 9(08).
001030     05  PRM-TO-DATE             PIC 9(08).
001040     05  PRM-FILLER              PIC X(52).
001050*
001060 FD  MAINT-REPORT-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS.
001090 01  MAINT-REPORT-RECORD         PIC X(80).
001091*
001092*    ONE ENTRY PER READING ADDED TO OR DELETED FROM READMST.
001093*    JRN-REASON IS FD (NEW FEED), AM (AMENDED FEED), CM
001094*    (CORRECTION MERGE), RS (RESTORE) OR PG (PURGE).
001095 FD  CHANGE-JOURNAL-FILE
001096     LABEL RECORDS ARE STANDARD
001097     RECORD CONTAINS 80 CHARACTERS.
001098 01  CHANGE-JOURNAL-RECORD.
001099     05  JRN-RUN-DATE            PIC 9(08).
001100     05  JRN-RUN-TIME            PIC 9(06).
001101     05  JRN-PROGRAM             PIC X(08).
001102     05  JRN-ACTION              PIC X(01).
001103     05  JRN-REASON              PIC X(02).
001104     05  JRN-READING-IMAGE       PIC X(40).
001105     05  JRN-FILLER              PIC X(15).
001107*
001110 WORKING-STORAGE SECTION.
001120*
001130*--------------------------------------------------------------
001140* SWITCHES
001150*--------------------------------------------------------------
001160 01  MASTER-SW                   PIC X(01)   VALUE "N".
001170     88  END-OF-MASTER                        VALUE "Y".
001180     88  MORE-MASTER                          VALUE "N".
001190*
001200 01  ARCHIVE-SW                  PIC X(01)   VALUE "N".
001210     88  END-OF-ARCHIVE                       VALUE "Y".
001220     88  MORE-ARCHIVE                         VALUE "N".
001230*
001240 01  PARAMETER-OK-SW             PIC X(01)   VALUE "N".
001250     88  PARAMETER-OK                         VALUE "Y".
001260     88  PARAMETER-BAD                        VALUE "N".
001270*
001280 01  RUN-MODE-SW                 PIC X(01)   VALUE "P".
001290     88  PURGE-RUN                            VALUE "P".
001300     88  RESTORE-RUN                          VALUE "R".
001310*
001320 01  ARCHIVE-WRITE-SW            PIC X(01)   VALUE "Y".
001330     88  ARCHIVE-WRITE-OK                     VALUE "Y".
001340     88  ARCHIVE-WRITE-FAILED                 VALUE "N".
001350*
001360 01  GROUP-OPEN-SW               PIC X(01)   VALUE "N".
001370     88  GROUP-OPEN                           VALUE "Y".
001380     88  GROUP-CLOSED                         VALUE "N".
001390*
001391 01  JOURNAL-SW                  PIC X(01)   VALUE "N".
001392     88  JOURNAL-OPEN                         VALUE "Y".
001393     88  JOURNAL-NOT-OPEN                     VALUE "N".
001394*
001395 01  MASTER-AVAIL-SW             PIC X(01)   VALUE "Y".
001396     88  MASTER-AVAILABLE                     VALUE "Y".
001397     88  MASTER-UNAVAILABLE                   VALUE "N".
001398*
001399 01  ARCHIVE-OPEN-SW             PIC X(01)   VALUE "N".
001400     88  ARCHIVE-OPENED                       VALUE "Y".
001401     88  ARCHIVE-NOT-OPENED                   VALUE "N".
001402*
001403 01  READINGS-MASTER-STATUS      PIC X(02).
001410 01  ARCHIVE-STATUS              PIC X(02).
001420 01  PARAMETER-STATUS            PIC X(02).
001421 01  JOURNAL-STATUS              PIC X(02).
001430*
001440*--------------------------------------------------------------
001450* RETENTION, CUTOFF AND RESTORE-RANGE WORK AREAS
001460*--------------------------------------------------------------
001470 01  LOCAL-LOCATION-CODE         PIC X(03)   VALUE "LCL".
001480 01  RETENTION-DAYS              PIC 9(04)   VALUE ZERO.
001490 01  ARCHIVE-YEAR                PIC 9(04)   VALUE ZERO.
001500 01  RUN-DATE-N                  PIC 9(08).
001510 01  CUTOFF-INTEGER              PIC 9(07).
001520 01  CUTOFF-DATE                 PIC 9(08)   VALUE ZERO.
001530 01  RESTORE-LOCATION            PIC X(03)   VALUE SPACES.
001540 01  RESTORE-FROM-DATE           PIC 9(08)   VALUE ZERO.
001550 01  RESTORE-TO-DATE             PIC 9(08)   VALUE ZERO.
001551 01  RUN-START-TIME.
001552     05  RUN-START-HHMMSS        PIC 9(06).
001553     05  FILLER                  PIC 9(02).
001555 01  JOURNAL-ACTION              PIC X(01)   VALUE SPACES.
001556 01  JOURNAL-REASON              PIC X(02)   VALUE SPACES.
001557 01  JOURNAL-IMAGE               PIC X(40)   VALUE SPACES.
001560*
001570 01  DATE-SPLIT-WORK.
001580     05  DATE-SPLIT-YYYY         PIC 9(04).
001590     05  DATE-SPLIT-MM           PIC 9(02).
001600     05  DATE-SPLIT-DD           PIC 9(02).
001610*
001620 01  RUN-DATE.
001630     05  RUN-DATE-YYYY           PIC 9(04).
001640     05  RUN-DATE-MM             PIC 9(02).
001650     05  RUN-DATE-DD             PIC 9(02).
001660*
001670*--------------------------------------------------------------
001680* LOCATION / READING-DATE CONTROL-BREAK WORK AREAS
001690*--------------------------------------------------------------
001700 01  GRP-LOCATION                PIC X(03)   VALUE SPACES.
001710 01  GRP-DATE                    PIC 9(08)   VALUE ZERO.
001720 01  GRP-COUNT                   PIC 9(07)   VALUE ZERO.
001730 01  LOC-TOTAL-COUNT             PIC 9(09)   VALUE ZERO.
001740 01  THIS-LOCATION               PIC X(03)   VALUE SPACES.
001750 01  THIS-DATE                   PIC 9(08)   VALUE ZERO.
001760*
001770*--------------------------------------------------------------
001780* RUN COUNTS
001790*--------------------------------------------------------------
001800 01  MASTER-READ-COUNT           PIC 9(09)   VALUE ZERO.
001810 01  ARCHIVED-COUNT              PIC 9(09)   VALUE ZERO.
001820 01  PURGED-COUNT                PIC 9(09)   VALUE ZERO.
001830 01  KEPT-COUNT                  PIC 9(09)   VALUE ZERO.
001840 01  HELD-OTHER-YEAR-COUNT       PIC 9(09)   VALUE ZERO.
001850 01  DELETE-FAILED-COUNT         PIC 9(09)   VALUE ZERO.
001860 01  ARCHIVE-READ-COUNT          PIC 9(09)   VALUE ZERO.
001870 01  RESTORED-COUNT              PIC 9(09)   VALUE ZERO.
001880 01  ALREADY-ON-FILE-COUNT       PIC 9(09)   VALUE ZERO.
001881 01  JOURNAL-MISSED-COUNT        PIC 9(09)   VALUE ZERO.
001890*
001900*--------------------------------------------------------------
001910* REPORT LINES
001920*--------------------------------------------------------------
001930 01  PRINT-LINE                  PIC X(80).
001940*
001950 01  RMT-HEADING-1.
001960     05  RMT-HDG-TITLE           PIC X(34).
001970     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001980     05  RMT-HDG-MM              PIC 99.
001990     05  FILLER                  PIC X(01) VALUE "/".
002000     05  RMT-HDG-DD              PIC 99.
002010     05  FILLER                  PIC X(01) VALUE "/".
002020     05  RMT-HDG-YYYY            PIC 9(04).
002030     05  FILLER                  PIC X(26) VALUE SPACES.
002040*
002050 01  RMT-PURGE-PARM-LINE.
002060     05  FILLER                  PIC X(22)
002070             VALUE "RETENTION PERIOD DAYS:".
002080     05  RMT-RETENTION-DAYS      PIC ZZZ9.
002090     05  FILLER                  PIC X(16)
002100             VALUE "   CUTOFF DATE: ".
002110     05  RMT-CUTOFF-MM           PIC 99.
002120     05  FILLER                  PIC X(01) VALUE "/".
002130     05  RMT-CUTOFF-DD           PIC 99.
002140     05  FILLER                  PIC X(01) VALUE "/".
002150     05  RMT-CUTOFF-YYYY         PIC 9(04).
002160     05  FILLER                  PIC X(17)
002170             VALUE "   ARCHIVE YEAR: ".
002180     05  RMT-PURGE-YEAR          PIC 9(04).
002190     05  FILLER                  PIC X(07) VALUE SPACES.
002200*
002210 01  RMT-RESTORE-PARM-LINE.
002220     05  FILLER                  PIC X(10) VALUE "LOCATION: ".
002230     05  RMT-RST-LOCATION        PIC X(03).
002240     05  FILLER                  PIC X(10) VALUE "   DATES: ".
002250     05  RMT-RST-FROM-MM         PIC 99.
002260     05  FILLER                  PIC X(01) VALUE "/".
002270     05  RMT-RST-FROM-DD         PIC 99.
002280     05  FILLER                  PIC X(01) VALUE "/".
002290     05  RMT-RST-FROM-YYYY       PIC 9(04).
002300     05  FILLER                  PIC X(03) VALUE " - ".
002310     05  RMT-RST-TO-MM           PIC 99.
002320     05  FILLER                  PIC X(01) VALUE "/".
002330     05  RMT-RST-TO-DD           PIC 99.
002340     05  FILLER                  PIC X(01) VALUE "/".
002350     05  RMT-RST-TO-YYYY         PIC 9(04).
002360     05  FILLER                  PIC X(17)
002370             VALUE "   ARCHIVE YEAR: ".
002380     05  RMT-RESTORE-YEAR        PIC 9(04).
002390     05  FILLER                  PIC X(12) VALUE SPACES.
002400*
002410 01  RMT-COLUMN-HEADING.
002420     05  FILLER                  PIC X(12) VALUE "LOCATION".
002430     05  FILLER                  PIC X(16) VALUE "READING DATE".
002440     05  RMT-COL-ACTION          PIC X(52).
002450*
002460 01  RMT-DETAIL-LINE.
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  RMT-DTL-LOCATION        PIC X(03).
002490     05  FILLER                  PIC X(07) VALUE SPACES.
002500     05  RMT-DTL-MM              PIC 99.
002510     05  FILLER                  PIC X(01) VALUE "/".
002520     05  RMT-DTL-DD              PIC 99.
002530     05  FILLER                  PIC X(01) VALUE "/".
002540     05  RMT-DTL-YYYY            PIC 9(04).
002550     05  FILLER                  PIC X(06) VALUE SPACES.
002560     05  RMT-DTL-COUNT           PIC Z,ZZZ,ZZ9.
002570     05  FILLER                  PIC X(43) VALUE SPACES.
002580*
002590 01  RMT-LOC-TOTAL-LINE.
002600     05  FILLER                  PIC X(11) VALUE "  LOCATION ".
002610     05  RMT-LOC-TOT-CODE        PIC X(03).
002620     05  FILLER                  PIC X(12) VALUE " TOTAL".
002630     05  RMT-LOC-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
002640     05  FILLER                  PIC X(43) VALUE SPACES.
002650*
002660 01  RMT-COUNT-LINE.
002670     05  RMT-CNT-LABEL           PIC X(44).
002680     05  RMT-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
002690     05  FILLER                  PIC X(25) VALUE SPACES.
002700*
002710 01  RMT-NO-PARM-LINE.
002720     05  FILLER                  PIC X(44)
002730             VALUE "MODE, ARCHIVE YEAR, RETENTION OR RESTORE RAN".
002740     05  FILLER                  PIC X(36)
002750             VALUE "GE MISSING OR NOT VALID - NO ACTION".
002760*
002770 01  RMT-REFUSED-LINE.
002780     05  FILLER                  PIC X(44)
002790             VALUE "ARCHIVE WRITE FAILED - PURGE REFUSED, NO REA".
002800     05  FILLER                  PIC X(36)
002810             VALUE "DINGS DELETED FROM THE MASTER".
002820*
002821 01  RMT-NO-JOURNAL-LINE.
002822     05  FILLER                  PIC X(44)
002823             VALUE "CHANGE JOURNAL NOT AVAILABLE - NO READINGS P".
002824     05  FILLER                  PIC X(36)
002825             VALUE "URGED OR RESTORED".
002826*
002827 01  RMT-NO-MASTER-LINE.
002828     05  FILLER                  PIC X(44)
002829             VALUE "READINGS MASTER NOT AVAILABLE - NO READINGS ".
002830     05  FILLER                  PIC X(36)
002831             VALUE "ARCHIVED, PURGED OR RESTORED".
002832*
002833 01  RMT-NO-ARCHIVE-LINE.
002834     05  FILLER                  PIC X(44)
002835             VALUE "ARCHIVE FOR THE YEAR NOT AVAILABLE - NO READ".
002836     05  FILLER                  PIC X(36)
002837             VALUE "INGS RESTORED".
002838*
002839 01  RMT-NONE-PURGED-LINE.
002840     05  FILLER                  PIC X(44)
002850             VALUE "NO READINGS OLDER THAN THE CUTOFF IN THE ARC".
002860     05  FILLER                  PIC X(36)
002870             VALUE "HIVE YEAR".
002880*
002890 01  RMT-NONE-RESTORED-LINE.
002900     05  FILLER                  PIC X(44)
002910             VALUE "NO ARCHIVED READINGS MATCHED THE RESTORE REQ".
002920     05  FILLER                  PIC X(36)
002930             VALUE "UEST".
002940*
002950 01  RMT-HELD-LINE.
002960     05  FILLER                  PIC X(44)
002970             VALUE "OLDER READINGS REMAIN FOR OTHER ARCHIVE YEAR".
002980     05  FILLER                  PIC X(36)
002990             VALUE "S - RUN AGAIN FOR EACH YEAR".
003000*
003010 PROCEDURE DIVISION.
003020*
003030*----------------------------------------------------------------
003040* 0000-MAINLINE
003050*----------------------------------------------------------------
003060 0000-MAINLINE.
003070*
003080     PERFORM 1000-INITIALIZE
003090         THRU 1000-INITIALIZE-EXIT.
003100*
003110     IF PARAMETER-OK AND PURGE-RUN AND JOURNAL-OPEN
003120         PERFORM 2000-ARCHIVE-PASS
003130             THRU 2000-ARCHIVE-PASS-EXIT
003140     END-IF.
003150*
003160     IF PARAMETER-OK AND PURGE-RUN AND ARCHIVE-WRITE-OK
003165         AND JOURNAL-OPEN AND MASTER-AVAILABLE
003170         PERFORM 2500-PURGE-PASS
003180             THRU 2500-PURGE-PASS-EXIT
003190     END-IF.
003200*
003210     IF PARAMETER-OK AND RESTORE-RUN AND JOURNAL-OPEN
003220         PERFORM 3000-RESTORE-PASS
003230             THRU 3000-RESTORE-PASS-EXIT
003240     END-IF.
003250*
003260     IF PARAMETER-OK
003270         PERFORM 8000-WRITE-TOTALS
003280             THRU 8000-WRITE-TOTALS-EXIT
003290     END-IF.
003300*
003310     PERFORM 9999-TERMINATE
003320         THRU 9999-TERMINATE-EXIT.
003330*
003340     STOP RUN.
003350*
003360*----------------------------------------------------------------
003370* 1000-INITIALIZE - READ AND EDIT THE PARAMETER CARD, DERIVE THE
003380*     PURGE CUTOFF AND PRINT THE REPORT HEADINGS
003390*----------------------------------------------------------------
003400 1000-INITIALIZE.
003410*
003420     OPEN OUTPUT MAINT-REPORT-FILE.
003430     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003440     MOVE RUN-DATE TO RUN-DATE-N.
003450*
003460     SET PARAMETER-BAD TO TRUE.
003470     OPEN INPUT PARAMETER-FILE.
003480     IF PARAMETER-STATUS = "00"
003490         READ PARAMETER-FILE
003500             AT END
003510                 CONTINUE
003520             NOT AT END
003530                 PERFORM 1100-EDIT-PARAMETER
003540                     THRU 1100-EDIT-PARAMETER-EXIT
003550         END-READ
003560         CLOSE PARAMETER-FILE
003570     END-IF.
003580*
003590     IF RESTORE-RUN
003600         MOVE "READINGS MASTER RESTORE REPORT"
003610             TO RMT-HDG-TITLE
003620     ELSE
003630         MOVE "READINGS MASTER PURGE REPORT"
003640             TO RMT-HDG-TITLE
003650     END-IF.
003660     MOVE RUN-DATE-MM   TO RMT-HDG-MM.
003670     MOVE RUN-DATE-DD   TO RMT-HDG-DD.
003680     MOVE RUN-DATE-YYYY TO RMT-HDG-YYYY.
003690     MOVE RMT-HEADING-1 TO PRINT-LINE.
003700     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
003710         AFTER ADVANCING 1 LINE.
003720*
003730     IF PARAMETER-BAD
003740         MOVE RMT-NO-PARM-LINE TO PRINT-LINE
003750         WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
003760             AFTER ADVANCING 2 LINES
003770         MOVE 16 TO RETURN-CODE
003780         GO TO 1000-INITIALIZE-EXIT
003790     END-IF.
003800*
003810     IF PURGE-RUN
003820         PERFORM 1200-PRINT-PURGE-PARMS
003830             THRU 1200-PRINT-PURGE-PARMS-EXIT
003840     ELSE
003850         PERFORM 1300-PRINT-RESTORE-PARMS
003860             THRU 1300-PRINT-RESTORE-PARMS-EXIT
003870     END-IF.
003880*
003881     PERFORM 1400-OPEN-JOURNAL
003882         THRU 1400-OPEN-JOURNAL-EXIT.
003883*
003890 1000-INITIALIZE-EXIT.
003900     EXIT.
003910*
003920*----------------------------------------------------------------
003930* 1100-EDIT-PARAMETER - THE ARCHIVE YEAR IS ALWAYS REQUIRED.  A
003940*     PURGE NEEDS A RETENTION PERIOD; A RESTORE NEEDS A FROM AND
003950*     TO READING DATE IN ORDER.  A BLANK LOCATION IS THE LOCAL
003960*     PLANT.
003970*----------------------------------------------------------------
003980 1100-EDIT-PARAMETER.
003990*
004000     IF PRM-ARCHIVE-YEAR NOT NUMERIC
004010         OR PRM-ARCHIVE-YEAR = ZERO
004020         GO TO 1100-EDIT-PARAMETER-EXIT
004030     END-IF.
004040     MOVE PRM-ARCHIVE-YEAR TO ARCHIVE-YEAR.
004050*
004060     IF PRM-PURGE-MODE
004070         SET PURGE-RUN TO TRUE
004080         IF PRM-RETENTION-DAYS NUMERIC
004090             AND PRM-RETENTION-DAYS > ZERO
004100             MOVE PRM-RETENTION-DAYS TO RETENTION-DAYS
004110             SET PARAMETER-OK TO TRUE
004120         END-IF
004130         GO TO 1100-EDIT-PARAMETER-EXIT
004140     END-IF.
004150*
004160     IF NOT PRM-RESTORE-MODE
004170         GO TO 1100-EDIT-PARAMETER-EXIT
004180     END-IF.
004190     SET RESTORE-RUN TO TRUE.
004200     IF PRM-FROM-DATE NOT NUMERIC
004210         OR PRM-TO-DATE NOT NUMERIC
004220         OR PRM-FROM-DATE = ZERO
004230         OR PRM-FROM-DATE > PRM-TO-DATE
004240         GO TO 1100-EDIT-PARAMETER-EXIT
004250     END-IF.
004260     MOVE PRM-FROM-DATE TO RESTORE-FROM-DATE.
004270     MOVE PRM-TO-DATE   TO RESTORE-TO-DATE.
004280     IF PRM-LOCATION = SPACES
004290         MOVE LOCAL-LOCATION-CODE TO RESTORE-LOCATION
004300     ELSE
004310         MOVE PRM-LOCATION TO RESTORE-LOCATION
004320     END-IF.
004330     SET PARAMETER-OK TO TRUE.
004340*
004350 1100-EDIT-PARAMETER-EXIT.
004360     EXIT.
004370*
004380 1200-PRINT-PURGE-PARMS.
004390*
004400     COMPUTE CUTOFF-INTEGER =
004410         FUNCTION INTEGER-OF-DATE(RUN-DATE-N)
004420         - RETENTION-DAYS.
004430     COMPUTE CUTOFF-DATE =
004440         FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER).
004450*
004460     MOVE RETENTION-DAYS  TO RMT-RETENTION-DAYS.
004470     MOVE CUTOFF-DATE     TO DATE-SPLIT-WORK.
004480     MOVE DATE-SPLIT-MM   TO RMT-CUTOFF-MM.
004490     MOVE DATE-SPLIT-DD   TO RMT-CUTOFF-DD.
004500     MOVE DATE-SPLIT-YYYY TO RMT-CUTOFF-YYYY.
004510     MOVE ARCHIVE-YEAR    TO RMT-PURGE-YEAR.
004520     MOVE RMT-PURGE-PARM-LINE TO PRINT-LINE.
004530     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
004540         AFTER ADVANCING 2 LINES.
004550*
004560     MOVE "READINGS ARCHIVED AND PURGED" TO RMT-COL-ACTION.
004570     MOVE RMT-COLUMN-HEADING TO PRINT-LINE.
004580     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
004590         AFTER ADVANCING 2 LINES.
004600*
004610 1200-PRINT-PURGE-PARMS-EXIT.
004620     EXIT.
004630*
004640 1300-PRINT-RESTORE-PARMS.
004650*
004660     MOVE RESTORE-LOCATION  TO RMT-RST-LOCATION.
004670     MOVE RESTORE-FROM-DATE TO DATE-SPLIT-WORK.
004680     MOVE DATE-SPLIT-MM     TO RMT-RST-FROM-MM.
004690     MOVE DATE-SPLIT-DD     TO RMT-RST-FROM-DD.
004700     MOVE DATE-SPLIT-YYYY   TO RMT-RST-FROM-YYYY.
004710     MOVE RESTORE-TO-DATE   TO DATE-SPLIT-WORK.
004720     MOVE DATE-SPLIT-MM     TO RMT-RST-TO-MM.
004730     MOVE DATE-SPLIT-DD     TO RMT-RST-TO-DD.
004740     MOVE DATE-SPLIT-YYYY   TO RMT-RST-TO-YYYY.
004750     MOVE ARCHIVE-YEAR      TO RMT-RESTORE-YEAR.
004760     MOVE RMT-RESTORE-PARM-LINE TO PRINT-LINE.
004770     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
004780         AFTER ADVANCING 2 LINES.
004790*
004800     MOVE "READINGS RESTORED" TO RMT-COL-ACTION.
004810     MOVE RMT-COLUMN-HEADING TO PRINT-LINE.
004820     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
004830         AFTER ADVANCING 2 LINES.
004840*
004850 1300-PRINT-RESTORE-PARMS-EXIT.
004860     EXIT.
004861*
004862*----------------------------------------------------------------
004863* 1400-OPEN-JOURNAL - APPEND TO THE CHANGE JOURNAL, CREATING IT
004864*     ON FIRST USE.  WITHOUT IT THE MASTER IS NOT TOUCHED.
004865*----------------------------------------------------------------
004866 1400-OPEN-JOURNAL.
004867*
004868     ACCEPT RUN-START-TIME FROM TIME.
004869     OPEN EXTEND CHANGE-JOURNAL-FILE.
004870     IF JOURNAL-STATUS NOT = "00"
004871         OPEN OUTPUT CHANGE-JOURNAL-FILE
004872     END-IF.
004873     IF JOURNAL-STATUS NOT = "00"
004874         DISPLAY "RDMMNT - CHANGE-JOURNAL-FILE NOT AVAILABLE, "
004875             "STATUS = " JOURNAL-STATUS
004876         MOVE RMT-NO-JOURNAL-LINE TO PRINT-LINE
004877         WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
004878             AFTER ADVANCING 2 LINES
004879         MOVE 16 TO RETURN-CODE
004880         GO TO 1400-OPEN-JOURNAL-EXIT
004881     END-IF.
004882     SET JOURNAL-OPEN TO TRUE.
004883*
004884 1400-OPEN-JOURNAL-EXIT.
004885     EXIT.
004886*
004887*----------------------------------------------------------------
004890* 2000-ARCHIVE-PASS - READ THE WHOLE MASTER AND APPEND EVERY
004900*     READING OLDER THAN THE CUTOFF AND DATED IN THE ARCHIVE YEAR
004910*     TO THE YEAR'S ARCHIVE.  ANY OPEN OR WRITE FAILURE STOPS THE
004920*     PASS AND REFUSES THE PURGE, SO A READING NEVER LEAVES THE
004921*     MASTER WITHOUT FIRST REACHING THE ARCHIVE.  A MASTER THAT
004922*     WILL NOT OPEN IS FLAGGED NOT AVAILABLE, NOT AS AN ARCHIVE
004923*     FAILURE.
004940*----------------------------------------------------------------
004950 2000-ARCHIVE-PASS.
004960*
004970     OPEN INPUT READINGS-MASTER-FILE.
004980     IF READINGS-MASTER-STATUS NOT = "00"
004990         DISPLAY "RDMMNT - READINGS-MASTER-FILE NOT AVAILABLE, "
005000             "STATUS = " READINGS-MASTER-STATUS
005010         MOVE 16 TO RETURN-CODE
005020         SET MASTER-UNAVAILABLE TO TRUE
005030         GO TO 2000-ARCHIVE-PASS-EXIT
005040     END-IF.
005050*
005060     OPEN EXTEND READINGS-ARCHIVE-FILE.
005070     IF ARCHIVE-STATUS NOT = "00"
005080         OPEN OUTPUT READINGS-ARCHIVE-FILE
005090     END-IF.
005100     IF ARCHIVE-STATUS NOT = "00"
005110         DISPLAY "RDMMNT - READINGS-ARCHIVE-FILE NOT AVAILABLE, "
005120             "STATUS = " ARCHIVE-STATUS
005130         SET ARCHIVE-WRITE-FAILED TO TRUE
005140         CLOSE READINGS-MASTER-FILE
005150         GO TO 2000-ARCHIVE-PASS-EXIT
005160     END-IF.
005170*
005180     SET MORE-MASTER TO TRUE.
005190     PERFORM 2100-ARCHIVE-ONE-READING
005200         THRU 2100-ARCHIVE-ONE-READING-EXIT
005210         UNTIL END-OF-MASTER.
005220*
005230     CLOSE READINGS-MASTER-FILE.
005240     CLOSE READINGS-ARCHIVE-FILE.
005250*
005260 2000-ARCHIVE-PASS-EXIT.
005270     EXIT.
005280*
005290 2100-ARCHIVE-ONE-READING.
005300*
005310     READ READINGS-MASTER-FILE NEXT RECORD
005320         AT END
005330             SET END-OF-MASTER TO TRUE
005340             GO TO 2100-ARCHIVE-ONE-READING-EXIT
005350     END-READ.
005360     ADD 1 TO MASTER-READ-COUNT.
005370*
005380     IF RDM-READING-DATE NOT < CUTOFF-DATE
005390         ADD 1 TO KEPT-COUNT
005400         GO TO 2100-ARCHIVE-ONE-READING-EXIT
005410     END-IF.
005420     MOVE RDM-READING-DATE TO DATE-SPLIT-WORK.
005430     IF DATE-SPLIT-YYYY NOT = ARCHIVE-YEAR
005440         ADD 1 TO HELD-OTHER-YEAR-COUNT
005450         GO TO 2100-ARCHIVE-ONE-READING-EXIT
005460     END-IF.
005470*
005480     MOVE READINGS-MASTER-RECORD TO ARC-READING-IMAGE.
005490     MOVE RUN-DATE-N             TO ARC-ARCHIVED-DATE.
005500     WRITE READINGS-ARCHIVE-RECORD.
005510     IF ARCHIVE-STATUS NOT = "00"
005520         DISPLAY "RDMMNT - ARCHIVE WRITE FAILED, STATUS = "
005530             ARCHIVE-STATUS
005540         SET ARCHIVE-WRITE-FAILED TO TRUE
005550         SET END-OF-MASTER TO TRUE
005560         GO TO 2100-ARCHIVE-ONE-READING-EXIT
005570     END-IF.
005580     ADD 1 TO ARCHIVED-COUNT.
005590*
005600 2100-ARCHIVE-ONE-READING-EXIT.
005610     EXIT.
005620*
005630*----------------------------------------------------------------
005640* 2500-PURGE-PASS - EVERY READING NOW SAFE ON THE ARCHIVE IS
005650*     DELETED FROM THE MASTER, COUNTED BY LOCATION AND READING
005660*     DATE FOR THE PURGE REPORT
005670*----------------------------------------------------------------
005680 2500-PURGE-PASS.
005690*
005700     IF ARCHIVED-COUNT = ZERO
005710         GO TO 2500-PURGE-PASS-EXIT
005720     END-IF.
005730*
005740     OPEN I-O READINGS-MASTER-FILE.
005750     IF READINGS-MASTER-STATUS NOT = "00"
005760         DISPLAY "RDMMNT - READINGS-MASTER-FILE NOT AVAILABLE, "
005770             "STATUS = " READINGS-MASTER-STATUS
005780         MOVE 16 TO RETURN-CODE
005790         GO TO 2500-PURGE-PASS-EXIT
005800     END-IF.
005810*
005820     SET GROUP-CLOSED TO TRUE.
005830     MOVE SPACES TO GRP-LOCATION.
005840     SET MORE-MASTER TO TRUE.
005850     PERFORM 2600-PURGE-ONE-READING
005860         THRU 2600-PURGE-ONE-READING-EXIT
005870         UNTIL END-OF-MASTER.
005880     PERFORM 7100-CLOSE-GROUP
005890         THRU 7100-CLOSE-GROUP-EXIT.
005900     PERFORM 7200-CLOSE-LOCATION
005910         THRU 7200-CLOSE-LOCATION-EXIT.
005920*
005930     CLOSE READINGS-MASTER-FILE.
005940*
005950 2500-PURGE-PASS-EXIT.
005960     EXIT.
005970*
005980 2600-PURGE-ONE-READING.
005990*
006000     READ READINGS-MASTER-FILE NEXT RECORD
006010         AT END
006020             SET END-OF-MASTER TO TRUE
006030             GO TO 2600-PURGE-ONE-READING-EXIT
006040     END-READ.
006050*
006060     IF RDM-READING-DATE NOT < CUTOFF-DATE
006070         GO TO 2600-PURGE-ONE-READING-EXIT
006080     END-IF.
006090     MOVE RDM-READING-DATE TO DATE-SPLIT-WORK.
006100     IF DATE-SPLIT-YYYY NOT = ARCHIVE-YEAR
006110         GO TO 2600-PURGE-ONE-READING-EXIT
006120     END-IF.
006130*
006131     MOVE READINGS-MASTER-RECORD TO JOURNAL-IMAGE.
006132     MOVE RDM-LOCATION           TO THIS-LOCATION.
006133     MOVE RDM-READING-DATE       TO THIS-DATE.
006140     DELETE READINGS-MASTER-FILE
006150         INVALID KEY
006160             ADD 1 TO DELETE-FAILED-COUNT
006170             GO TO 2600-PURGE-ONE-READING-EXIT
006180     END-DELETE.
006190     ADD 1 TO PURGED-COUNT.
006191     MOVE "D"  TO JOURNAL-ACTION.
006192     MOVE "PG" TO JOURNAL-REASON.
006193     PERFORM 7500-WRITE-JOURNAL
006194         THRU 7500-WRITE-JOURNAL-EXIT.
006220     PERFORM 7000-TALLY-READING
006230         THRU 7000-TALLY-READING-EXIT.
006240*
006250 2600-PURGE-ONE-READING-EXIT.
006260     EXIT.
006270*
006280*----------------------------------------------------------------
006290* 3000-RESTORE-PASS - RELOAD THE REQUESTED LOCATION AND DATE
006300*     RANGE FROM THE YEAR'S ARCHIVE.  A READING WHOSE KEY IS
006310*     ALREADY ON THE MASTER IS LEFT AS IT STANDS AND COUNTED, SO
006320*     A RESTORE RUN TWICE NEVER DUPLICATES OR OVERLAYS A READING.
006330*----------------------------------------------------------------
006340 3000-RESTORE-PASS.
006350*
006360     OPEN INPUT READINGS-ARCHIVE-FILE.
006370     IF ARCHIVE-STATUS NOT = "00"
006380         DISPLAY "RDMMNT - READINGS-ARCHIVE-FILE NOT AVAILABLE, "
006390             "STATUS = " ARCHIVE-STATUS
006400         MOVE 16 TO RETURN-CODE
006410         GO TO 3000-RESTORE-PASS-EXIT
006420     END-IF.
006421     SET ARCHIVE-OPENED TO TRUE.
006430*
006440     OPEN I-O READINGS-MASTER-FILE.
006450     IF READINGS-MASTER-STATUS = "35"
006460         OPEN OUTPUT READINGS-MASTER-FILE
006470     END-IF.
006480     IF READINGS-MASTER-STATUS NOT = "00"
006490         DISPLAY "RDMMNT - READINGS-MASTER-FILE NOT AVAILABLE, "
006500             "STATUS = " READINGS-MASTER-STATUS
006510         MOVE 16 TO RETURN-CODE
006511         SET MASTER-UNAVAILABLE TO TRUE
006520         CLOSE READINGS-ARCHIVE-FILE
006530         GO TO 3000-RESTORE-PASS-EXIT
006540     END-IF.
006550*
006560     SET GROUP-CLOSED TO TRUE.
006570     MOVE SPACES TO GRP-LOCATION.
006580     SET MORE-ARCHIVE TO TRUE.
006590     PERFORM 3100-RESTORE-ONE-READING
006600         THRU 3100-RESTORE-ONE-READING-EXIT
006610         UNTIL END-OF-ARCHIVE.
006620     PERFORM 7100-CLOSE-GROUP
006630         THRU 7100-CLOSE-GROUP-EXIT.
006640     PERFORM 7200-CLOSE-LOCATION
006650         THRU 7200-CLOSE-LOCATION-EXIT.
006660*
006670     CLOSE READINGS-MASTER-FILE.
006680     CLOSE READINGS-ARCHIVE-FILE.
006690*
006700 3000-RESTORE-PASS-EXIT.
006710     EXIT.
006720*
006730 3100-RESTORE-ONE-READING.
006740*
006750     READ READINGS-ARCHIVE-FILE
006760         AT END
006770             SET END-OF-ARCHIVE TO TRUE
006780             GO TO 3100-RESTORE-ONE-READING-EXIT
006790     END-READ.
006800     ADD 1 TO ARCHIVE-READ-COUNT.
006810*
006820     IF ARC-LOCATION NOT = RESTORE-LOCATION
006830         OR ARC-READING-DATE < RESTORE-FROM-DATE
006840         OR ARC-READING-DATE > RESTORE-TO-DATE
006850         GO TO 3100-RESTORE-ONE-READING-EXIT
006860     END-IF.
006870*
006880     MOVE ARC-READING-IMAGE TO READINGS-MASTER-RECORD.
006881     MOVE ARC-READING-IMAGE TO JOURNAL-IMAGE.
006890     WRITE READINGS-MASTER-RECORD
006900         INVALID KEY
006910             ADD 1 TO ALREADY-ON-FILE-COUNT
006920             GO TO 3100-RESTORE-ONE-READING-EXIT
006930     END-WRITE.
006940     ADD 1 TO RESTORED-COUNT.
006941     MOVE "A"  TO JOURNAL-ACTION.
006942     MOVE "RS" TO JOURNAL-REASON.
006943     PERFORM 7500-WRITE-JOURNAL
006944         THRU 7500-WRITE-JOURNAL-EXIT.
006950     MOVE ARC-LOCATION     TO THIS-LOCATION.
006960     MOVE ARC-READING-DATE TO THIS-DATE.
006970     PERFORM 7000-TALLY-READING
006980         THRU 7000-TALLY-READING-EXIT.
006990*
007000 3100-RESTORE-ONE-READING-EXIT.
007010     EXIT.
007020*
007030*----------------------------------------------------------------
007040* 7000-TALLY-READING - COUNT ONE PURGED OR RESTORED READING
007050*     AGAINST ITS LOCATION / READING DATE, PRINTING THE PREVIOUS
007060*     DATE'S LINE AND LOCATION TOTAL ON EACH CHANGE
007070*----------------------------------------------------------------
007080 7000-TALLY-READING.
007090*
007100     IF GROUP-OPEN
007110         AND THIS-LOCATION = GRP-LOCATION
007120         AND THIS-DATE = GRP-DATE
007130         ADD 1 TO GRP-COUNT
007140         GO TO 7000-TALLY-READING-EXIT
007150     END-IF.
007160*
007170     PERFORM 7100-CLOSE-GROUP
007180         THRU 7100-CLOSE-GROUP-EXIT.
007190     IF THIS-LOCATION NOT = GRP-LOCATION
007200         PERFORM 7200-CLOSE-LOCATION
007210             THRU 7200-CLOSE-LOCATION-EXIT
007220         MOVE THIS-LOCATION TO GRP-LOCATION
007230     END-IF.
007240     MOVE THIS-DATE TO GRP-DATE.
007250     MOVE 1 TO GRP-COUNT.
007260     SET GROUP-OPEN TO TRUE.
007270*
007280 7000-TALLY-READING-EXIT.
007290     EXIT.
007300*
007310 7100-CLOSE-GROUP.
007320*
007330     IF GROUP-CLOSED
007340         GO TO 7100-CLOSE-GROUP-EXIT
007350     END-IF.
007360*
007370     MOVE GRP-LOCATION    TO RMT-DTL-LOCATION.
007380     MOVE GRP-DATE        TO DATE-SPLIT-WORK.
007390     MOVE DATE-SPLIT-MM   TO RMT-DTL-MM.
007400     MOVE DATE-SPLIT-DD   TO RMT-DTL-DD.
007410     MOVE DATE-SPLIT-YYYY TO RMT-DTL-YYYY.
007420     MOVE GRP-COUNT       TO RMT-DTL-COUNT.
007430     MOVE RMT-DETAIL-LINE TO PRINT-LINE.
007440     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
007450         AFTER ADVANCING 1 LINE.
007460     ADD GRP-COUNT TO LOC-TOTAL-COUNT.
007470     SET GROUP-CLOSED TO TRUE.
007480*
007490 7100-CLOSE-GROUP-EXIT.
007500     EXIT.
007510*
007520 7200-CLOSE-LOCATION.
007530*
007540     IF GRP-LOCATION = SPACES
007550         GO TO 7200-CLOSE-LOCATION-EXIT
007560     END-IF.
007570*
007580     MOVE GRP-LOCATION    TO RMT-LOC-TOT-CODE.
007590     MOVE LOC-TOTAL-COUNT TO RMT-LOC-TOT-COUNT.
007600     MOVE RMT-LOC-TOTAL-LINE TO PRINT-LINE.
007610     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
007620         AFTER ADVANCING 1 LINE.
007630     MOVE SPACES TO PRINT-LINE.
007640     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
007650         AFTER ADVANCING 1 LINE.
007660     MOVE ZERO TO LOC-TOTAL-COUNT.
007670*
007680 7200-CLOSE-LOCATION-EXIT.
007681     EXIT.
007682*
007683*----------------------------------------------------------------
007684* 7500-WRITE-JOURNAL - ONE JOURNAL ENTRY FOR THE MASTER RECORD
007685*     JUST PURGED OR RESTORED, FROM THE IMAGE THE CALLER SAVED IN
007686*     JOURNAL-IMAGE BEFORE THE DELETE OR WRITE.  THE CHANGE HAS
007687*     ALREADY BEEN MADE, SO A FAILED WRITE IS COUNTED AND
007688*     REPORTED, NOT BACKED OUT.
007696*----------------------------------------------------------------
007697 7500-WRITE-JOURNAL.
007698*
007699     MOVE RUN-DATE-N             TO JRN-RUN-DATE.
007700     MOVE RUN-START-HHMMSS       TO JRN-RUN-TIME.
007701     MOVE "RDMMNT"               TO JRN-PROGRAM.
007702     MOVE JOURNAL-ACTION         TO JRN-ACTION.
007703     MOVE JOURNAL-REASON         TO JRN-REASON.
007704     MOVE JOURNAL-IMAGE          TO JRN-READING-IMAGE.
007705     MOVE SPACES                 TO JRN-FILLER.
007706     WRITE CHANGE-JOURNAL-RECORD.
007707     IF JOURNAL-STATUS NOT = "00"
007708         ADD 1 TO JOURNAL-MISSED-COUNT
007709     END-IF.
007710*
007711 7500-WRITE-JOURNAL-EXIT.
007712     EXIT.
007714*
007716*----------------------------------------------------------------
007720* 8000-WRITE-TOTALS - RUN COUNTS AND THE RETURN CODE:
007730*      0 = CLEAN
007740*      4 = NOTHING PURGED OR RESTORED, READINGS HELD FOR ANOTHER
007750*          ARCHIVE YEAR, RESTORED KEYS ALREADY ON THE MASTER, OR
007755*          CHANGES NOT WRITTEN TO THE CHANGE JOURNAL
007760*     16 = PARAMETER BAD, A FILE UNAVAILABLE OR PURGE REFUSED
007770*----------------------------------------------------------------
007780 8000-WRITE-TOTALS.
007790*
007800     IF RESTORE-RUN
007810         PERFORM 8200-WRITE-RESTORE-TOTALS
007820             THRU 8200-WRITE-RESTORE-TOTALS-EXIT
007830     ELSE
007840         PERFORM 8100-WRITE-PURGE-TOTALS
007850             THRU 8100-WRITE-PURGE-TOTALS-EXIT
007860     END-IF.
007870*
007871     IF JOURNAL-MISSED-COUNT > ZERO
007872         MOVE "CHANGES NOT WRITTEN TO THE JOURNAL:"
007873             TO RMT-CNT-LABEL
007874         MOVE JOURNAL-MISSED-COUNT TO RMT-CNT-VALUE
007875         MOVE RMT-COUNT-LINE TO PRINT-LINE
007876         WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
007877             AFTER ADVANCING 2 LINES
007878         IF RETURN-CODE = ZERO
007879             MOVE 4 TO RETURN-CODE
007880         END-IF
007881     END-IF.
007882*
007883 8000-WRITE-TOTALS-EXIT.
007890     EXIT.
007900*
007910 8100-WRITE-PURGE-TOTALS.
007911*
007912*    NOTHING WAS SCANNED WITHOUT THE JOURNAL - ITS LINE IS
007913*    ALREADY ON THE REPORT
007914     IF JOURNAL-NOT-OPEN
007915         GO TO 8100-WRITE-PURGE-TOTALS-EXIT
007916     END-IF.
007920*
007921     IF MASTER-UNAVAILABLE
007922         MOVE RMT-NO-MASTER-LINE TO PRINT-LINE
007923         WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
007924             AFTER ADVANCING 2 LINES
007925         MOVE 16 TO RETURN-CODE
007926         GO TO 8100-WRITE-PURGE-TOTALS-EXIT
007927     END-IF.
007928*
007930     IF ARCHIVE-WRITE-FAILED
007940         MOVE RMT-REFUSED-LINE TO PRINT-LINE
007950         WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
007960             AFTER ADVANCING 2 LINES
007970         MOVE 16 TO RETURN-CODE
007980     ELSE
007990         IF PURGED-COUNT = ZERO
008000             MOVE RMT-NONE-PURGED-LINE TO PRINT-LINE
008010             WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008020                 AFTER ADVANCING 2 LINES
008030         END-IF
008040     END-IF.
008050*
008060     MOVE "MASTER READINGS READ:" TO RMT-CNT-LABEL.
008070     MOVE MASTER-READ-COUNT TO RMT-CNT-VALUE.
008080     MOVE RMT-COUNT-LINE TO PRINT-LINE.
008090     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008100         AFTER ADVANCING 2 LINES.
008110*
008120     MOVE "READINGS WRITTEN TO ARCHIVE:" TO RMT-CNT-LABEL.
008130     MOVE ARCHIVED-COUNT TO RMT-CNT-VALUE.
008140     MOVE RMT-COUNT-LINE TO PRINT-LINE.
008150     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008160         AFTER ADVANCING 1 LINE.
008170*
008180     MOVE "READINGS PURGED FROM MASTER:" TO RMT-CNT-LABEL.
008190     MOVE PURGED-COUNT TO RMT-CNT-VALUE.
008200     MOVE RMT-COUNT-LINE TO PRINT-LINE.
008210     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008220         AFTER ADVANCING 1 LINE.
008230*
008240     MOVE "READINGS KEPT (WITHIN RETENTION):" TO RMT-CNT-LABEL.
008250     MOVE KEPT-COUNT TO RMT-CNT-VALUE.
008260     MOVE RMT-COUNT-LINE TO PRINT-LINE.
008270     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008280         AFTER ADVANCING 1 LINE.
008290*
008300     MOVE "OLDER READINGS HELD (OTHER ARCHIVE YEARS):"
008310         TO RMT-CNT-LABEL.
008320     MOVE HELD-OTHER-YEAR-COUNT TO RMT-CNT-VALUE.
008330     MOVE RMT-COUNT-LINE TO PRINT-LINE.
008340     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008350         AFTER ADVANCING 1 LINE.
008360*
008370     IF DELETE-FAILED-COUNT > ZERO
008380         MOVE "ARCHIVED READINGS NOT DELETED:" TO RMT-CNT-LABEL
008390         MOVE DELETE-FAILED-COUNT TO RMT-CNT-VALUE
008400         MOVE RMT-COUNT-LINE TO PRINT-LINE
008410         WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008420             AFTER ADVANCING 1 LINE
008430     END-IF.
008440*
008450     IF HELD-OTHER-YEAR-COUNT > ZERO
008460         MOVE RMT-HELD-LINE TO PRINT-LINE
008470         WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008480             AFTER ADVANCING 2 LINES
008490     END-IF.
008500*
008510     IF RETURN-CODE = ZERO
008520         AND (PURGED-COUNT = ZERO
008530              OR HELD-OTHER-YEAR-COUNT > ZERO
008540              OR DELETE-FAILED-COUNT > ZERO)
008550         MOVE 4 TO RETURN-CODE
008560     END-IF.
008570*
008580 8100-WRITE-PURGE-TOTALS-EXIT.
008590     EXIT.
008600*
008601 8200-WRITE-RESTORE-TOTALS.
008602*
008603     IF JOURNAL-NOT-OPEN
008604         GO TO 8200-WRITE-RESTORE-TOTALS-EXIT
008605     END-IF.
008606*
008607     IF ARCHIVE-NOT-OPENED
008608         MOVE RMT-NO-ARCHIVE-LINE TO PRINT-LINE
008609         WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008610             AFTER ADVANCING 2 LINES
008611         MOVE 16 TO RETURN-CODE
008612         GO TO 8200-WRITE-RESTORE-TOTALS-EXIT
008613     END-IF.
008614*
008621     IF MASTER-UNAVAILABLE
008622         MOVE RMT-NO-MASTER-LINE TO PRINT-LINE
008623         WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008624             AFTER ADVANCING 2 LINES
008625         MOVE 16 TO RETURN-CODE
008626         GO TO 8200-WRITE-RESTORE-TOTALS-EXIT
008627     END-IF.
008628*
008630     IF RESTORED-COUNT = ZERO
008640         MOVE RMT-NONE-RESTORED-LINE TO PRINT-LINE
008650         WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008660             AFTER ADVANCING 2 LINES
008670     END-IF.
008680*
008690     MOVE "ARCHIVE RECORDS READ:" TO RMT-CNT-LABEL.
008700     MOVE ARCHIVE-READ-COUNT TO RMT-CNT-VALUE.
008710     MOVE RMT-COUNT-LINE TO PRINT-LINE.
008720     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008730         AFTER ADVANCING 2 LINES.
008740*
008750     MOVE "READINGS RESTORED TO MASTER:" TO RMT-CNT-LABEL.
008760     MOVE RESTORED-COUNT TO RMT-CNT-VALUE.
008770     MOVE RMT-COUNT-LINE TO PRINT-LINE.
008780     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008790         AFTER ADVANCING 1 LINE.
008800*
008810     MOVE "ALREADY ON MASTER (NOT RELOADED):" TO RMT-CNT-LABEL.
008820     MOVE ALREADY-ON-FILE-COUNT TO RMT-CNT-VALUE.
008830     MOVE RMT-COUNT-LINE TO PRINT-LINE.
008840     WRITE MAINT-REPORT-RECORD FROM PRINT-LINE
008850         AFTER ADVANCING 1 LINE.
008860*
008870     IF RETURN-CODE = ZERO
008880         AND (RESTORED-COUNT = ZERO
008890              OR ALREADY-ON-FILE-COUNT > ZERO)
008900         MOVE 4 TO RETURN-CODE
008910     END-IF.
008920*
008930 8200-WRITE-RESTORE-TOTALS-EXIT.
008940     EXIT.
008950*
008960*----------------------------------------------------------------
008970* 9999-TERMINATE - CLOSE FILES BEFORE STOP RUN
008980*----------------------------------------------------------------
008990 9999-TERMINATE.
009000*
009010     CLOSE MAINT-REPORT-FILE.
009011     IF JOURNAL-OPEN
009012         CLOSE CHANGE-JOURNAL-FILE
009013     END-IF.
009020*
009030 9999-TERMINATE-EXIT.
009040     EXIT.
