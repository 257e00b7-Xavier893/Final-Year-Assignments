000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     RDMHIST.
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
000220* 2026-10-15 DF    ORIGINAL PROGRAM - DAY VERSION HISTORY FROM
000230*                  THE READINGS MASTER CHANGE JOURNAL.  FOR THE
000240*                  LOCATION AND READING DATE ON THE PARAMETER
000250*                  CARD, EVERY RUN THAT ADDED TO OR DELETED FROM
000260*                  THE DAY (NEW FEED, AMENDED FEED, CORRECTION
000270*                  MERGE, PURGE OR RESTORE) IS ONE VERSION.  EACH
000280*                  VERSION LISTS THE READINGS REMOVED AND ADDED
000290*                  AND THE COUNT, SMALLEST, LARGEST AND MEAN OF
000300*                  THE DAY BEFORE AND AFTER IT, SO THE ORIGINAL
000310*                  VALUES OF AN AMENDED DAY CAN STILL BE SEEN.
000311* 2026-10-15 DF    REFUSE A READING DATE NOT ON THE CALENDAR.  A
000312*                  DAY WHOSE FIRST JOURNALLED VERSION LOADS NO
000313*                  NEW FEED WAS LOADED BEFORE THE JOURNAL BEGAN:
000314*                  ITS BEFORE PICTURE IS REBUILT FROM THE READINGS
000315*                  MASTER LESS THE JOURNALLED CHANGES, AND SAID SO
000316*                  ON THE REPORT.
000320*--------------------------------------------------------------
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370*
000380     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "RDMJRNL"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS JOURNAL-STATUS.
000410*
000420     SELECT PARAMETER-FILE ASSIGN TO "RDMHPARM"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS PARAMETER-STATUS.
000450*
000451     SELECT READINGS-MASTER-FILE ASSIGN TO "READMST"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS SEQUENTIAL
000454         RECORD KEY IS RDM-KEY
000455         FILE STATUS IS READINGS-MASTER-STATUS.
000456*
000460     SELECT HISTORY-REPORT-FILE ASSIGN TO "RDMHRPT"
000470         ORGANIZATION IS SEQUENTIAL.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*
000520*    ONE ENTRY PER READING ADDED TO OR DELETED FROM READMST.
000530*    JRN-REASON IS FD (NEW FEED), AM (AMENDED FEED), CM
000540*    (CORRECTION MERGE), RS (RESTORE) OR PG (PURGE).  THE
000550*    READING IMAGE IS THE 40-BYTE MASTER RECORD.
000560 FD  CHANGE-JOURNAL-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 80 CHARACTERS.
000590 01  CHANGE-JOURNAL-RECORD.
000600     05  JRN-RUN-DATE            PIC 9(08).
000610     05  JRN-RUN-TIME            PIC 9(06).
000620     05  JRN-PROGRAM             PIC X(08).
000630     05  JRN-ACTION              PIC X(01).
000640         88  JRN-ADD                         VALUE "A".
000650         88  JRN-DELETE                      VALUE "D".
000660     05  JRN-REASON              PIC X(02).
000670     05  JRN-READING-IMAGE.
000680         10  JRN-LOCATION        PIC X(03).
000690         10  JRN-READING-DATE    PIC 9(08).
000700         10  JRN-SHIFT-CODE      PIC X(03).
000710         10  JRN-SEQUENCE        PIC 9(05).
000720         10  JRN-READING-VALUE   PIC S9(05)V9.
000730         10  JRN-RECORD-NUMBER   PIC 9(07).
000740         10  JRN-IMAGE-FILLER    PIC X(08).
000750     05  JRN-FILLER              PIC X(15).
000760*
000770*    PARAMETER CARD - LOCATION (BLANK = THE LOCAL PLANT) AND THE
000780*    READING DATE WHOSE VERSIONS ARE WANTED
000790 FD  PARAMETER-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  PARAMETER-RECORD.
000830     05  PRM-LOCATION            PIC X(03).
000840     05  PRM-READING-DATE        PIC 9(08).
000850     05  PRM-FILLER              PIC X(69).
000860*
000861*    READ ONLY FOR A DAY LOADED BEFORE THE JOURNAL BEGAN
000862 FD  READINGS-MASTER-FILE
000863     LABEL RECORDS ARE STANDARD
000864     RECORD CONTAINS 40 CHARACTERS.
000865 01  READINGS-MASTER-RECORD.
000866     05  RDM-KEY.
000867         10  RDM-LOCATION        PIC X(03).
000868         10  RDM-READING-DATE    PIC 9(08).
000869         10  RDM-SHIFT-CODE      PIC X(03).
000870         10  RDM-SEQUENCE        PIC 9(05).
000871     05  RDM-READING-VALUE       PIC S9(05)V9.
000872     05  RDM-RECORD-NUMBER       PIC 9(07).
000873     05  RDM-FILLER              PIC X(08).
000874*
000875 FD  HISTORY-REPORT-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  HISTORY-REPORT-RECORD       PIC X(80).
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940*--------------------------------------------------------------
000950* SWITCHES
000960*--------------------------------------------------------------
000970 01  JOURNAL-SW                  PIC X(01)   VALUE "N".
000980     88  END-OF-JOURNAL                       VALUE "Y".
000990     88  MORE-JOURNAL                         VALUE "N".
001000*
001010 01  PARAMETER-OK-SW             PIC X(01)   VALUE "N".
001020     88  PARAMETER-OK                         VALUE "Y".
001030     88  PARAMETER-BAD                        VALUE "N".
001040*
001050 01  VERSION-OPEN-SW             PIC X(01)   VALUE "N".
001060     88  VERSION-OPEN                         VALUE "Y".
001070     88  VERSION-CLOSED                       VALUE "N".
001080*
001090 01  DAY-READING-FOUND-SW        PIC X(01)   VALUE "N".
001100     88  DAY-READING-FOUND                    VALUE "Y".
001110     88  DAY-READING-NOT-FOUND                VALUE "N".
001120*
001130 01  PRE-JOURNAL-SW              PIC X(01)   VALUE "N".
001140     88  DAY-PRE-JOURNAL                      VALUE "Y".
001150     88  DAY-FULLY-JOURNALLED                 VALUE "N".
001160*
001161 01  MASTER-SW                   PIC X(01)   VALUE "N".
001162     88  END-OF-MASTER                        VALUE "Y".
001163     88  MORE-MASTER                          VALUE "N".
001164*
001165 01  TOUCHED-FOUND-SW            PIC X(01)   VALUE "N".
001166     88  KEY-TOUCHED                          VALUE "Y".
001167     88  KEY-NOT-TOUCHED                      VALUE "N".
001168*
001169*    WHETHER THE DAY'S FIRST JOURNALLED VERSION LOADED A NEW FEED
001170 01  FIRST-VERSION-SW            PIC X(01)   VALUE "U".
001171     88  FIRST-VERSION-UNSEEN                 VALUE "U".
001172     88  FIRST-VERSION-LOADS                  VALUE "F".
001173     88  FIRST-VERSION-NO-LOAD                VALUE "N".
001174*
001175*    WHERE THE FIRST VERSION'S BEFORE PICTURE CAME FROM
001176 01  BEFORE-SW                   PIC X(01)   VALUE "J".
001177     88  BEFORE-FROM-JOURNAL                  VALUE "J".
001178     88  BEFORE-REBUILT                       VALUE "R".
001179     88  BEFORE-INCOMPLETE                    VALUE "I".
001180*
001181 01  OVERFLOW-SW                 PIC X(01)   VALUE "N".
001185     88  TABLES-OVERFLOWED                    VALUE "Y".
001190     88  TABLES-FIT                           VALUE "N".
001200*
001210 01  JOURNAL-STATUS              PIC X(02).
001220 01  PARAMETER-STATUS            PIC X(02).
001221 01  READINGS-MASTER-STATUS      PIC X(02).
001230*
001240*--------------------------------------------------------------
001250* PARAMETER AND DATE WORK AREAS
001260*--------------------------------------------------------------
001270 01  LOCAL-LOCATION-CODE         PIC X(03)   VALUE "LCL".
001280 01  SELECT-LOCATION             PIC X(03)   VALUE SPACES.
001290 01  SELECT-DATE                 PIC 9(08)   VALUE ZERO.
001300*
001310 01  DATE-SPLIT-WORK.
001320     05  DATE-SPLIT-YYYY         PIC 9(04).
001330     05  DATE-SPLIT-MM           PIC 9(02).
001340     05  DATE-SPLIT-DD           PIC 9(02).
001350*
001360 01  TIME-SPLIT-WORK.
001370     05  TIME-SPLIT-HH           PIC 9(02).
001380     05  TIME-SPLIT-MI           PIC 9(02).
001390     05  TIME-SPLIT-SS           PIC 9(02).
001400*
001410 01  RUN-DATE.
001420     05  RUN-DATE-YYYY           PIC 9(04).
001430     05  RUN-DATE-MM             PIC 9(02).
001440     05  RUN-DATE-DD             PIC 9(02).
001450*
001460*--------------------------------------------------------------
001470* CURRENT VERSION - THE JOURNAL ENTRIES FOR THE DAY WRITTEN BY
001480* ONE RUN.  A RUN STAMPS EVERY ENTRY WITH ITS START DATE AND
001490* TIME, SO THE VERSION CLOSES WHEN THE STAMP CHANGES.
001500*--------------------------------------------------------------
001510 01  VER-RUN-DATE                PIC 9(08)   VALUE ZERO.
001520 01  VER-RUN-TIME                PIC 9(06)   VALUE ZERO.
001530 01  VER-PROGRAM                 PIC X(08)   VALUE SPACES.
001540 01  VERSION-NUMBER              PIC 9(03)   VALUE ZERO.
001550*
001560 01  CHANGE-MAX                  PIC 9(05)   VALUE 5000.
001570 01  CHANGE-COUNT                PIC 9(05)   VALUE ZERO.
001580 01  C                           PIC 9(05)   VALUE ZERO.
001590 01  CHG-ACTION-TABLE            PIC X(01)   OCCURS 5000 TIMES.
001600 01  CHG-REASON-TABLE            PIC X(02)   OCCURS 5000 TIMES.
001610 01  CHG-SHIFT-TABLE             PIC X(03)   OCCURS 5000 TIMES.
001620 01  CHG-SEQUENCE-TABLE          PIC 9(05)   OCCURS 5000 TIMES.
001630 01  CHG-VALUE-TABLE             PIC S9(05)V9
001640                                 OCCURS 5000 TIMES.
001650 01  CHG-RECNO-TABLE             PIC 9(07)   OCCURS 5000 TIMES.
001660*
001670*    REMOVED / ADDED COUNTS BY REASON - FD, AM, CM, RS, PG AND
001680*    ANY OTHER CODE, IN THAT ORDER
001690 01  REASON-MAX                  PIC 9(01)   VALUE 6.
001700 01  R                           PIC 9(01)   VALUE ZERO.
001710 01  REASON-REMOVED-TABLE        PIC 9(05)   OCCURS 6 TIMES.
001720 01  REASON-ADDED-TABLE          PIC 9(05)   OCCURS 6 TIMES.
001730 01  REMOVED-COUNT               PIC 9(05)   VALUE ZERO.
001740 01  ADDED-COUNT                 PIC 9(05)   VALUE ZERO.
001750*
001760*--------------------------------------------------------------
001770* THE DAY AS IT STANDS AFTER THE VERSIONS APPLIED SO FAR, ONE
001780* ENTRY PER MASTER KEY (SHIFT AND SEQUENCE) IN NO PARTICULAR
001790* ORDER.  A REMOVED READING IS REPLACED BY THE LAST ENTRY.
001800*--------------------------------------------------------------
001810 01  DAY-MAX                     PIC 9(05)   VALUE 5000.
001820 01  DAY-READING-COUNT           PIC 9(05)   VALUE ZERO.
001830 01  D                           PIC 9(05)   VALUE ZERO.
001840 01  FOUND-IX                    PIC 9(05)   VALUE ZERO.
001850 01  DAY-SHIFT-TABLE             PIC X(03)   OCCURS 5000 TIMES.
001860 01  DAY-SEQUENCE-TABLE          PIC 9(05)   OCCURS 5000 TIMES.
001870 01  DAY-VALUE-TABLE             PIC S9(05)V9
001880                                 OCCURS 5000 TIMES.
001890 01  DAY-RECNO-TABLE             PIC 9(07)   OCCURS 5000 TIMES.
001900*
001901*--------------------------------------------------------------
001902* EVERY MASTER KEY THE JOURNAL TOUCHES FOR THE DAY, WITH THE
001903* FIRST ACTION AND IMAGE JOURNALLED FOR IT.  A KEY FIRST ADDED
001904* WAS NOT ON THE DAY BEFORE THE JOURNAL; ONE FIRST DELETED WAS,
001905* WITH THE DELETED VALUE.  UNTOUCHED KEYS STAND AS ON THE MASTER.
001906*--------------------------------------------------------------
001907 01  FIRST-RUN-DATE              PIC 9(08)   VALUE ZERO.
001908 01  FIRST-RUN-TIME              PIC 9(06)   VALUE ZERO.
001909 01  FIRST-PROGRAM               PIC X(08)   VALUE SPACES.
001910 01  KEY-SHIFT                   PIC X(03)   VALUE SPACES.
001911 01  KEY-SEQUENCE                PIC 9(05)   VALUE ZERO.
001912 01  TOUCHED-COUNT               PIC 9(05)   VALUE ZERO.
001913 01  T                           PIC 9(05)   VALUE ZERO.
001914 01  TCH-ACTION-TABLE            PIC X(01)   OCCURS 5000 TIMES.
001915 01  TCH-SHIFT-TABLE             PIC X(03)   OCCURS 5000 TIMES.
001916 01  TCH-SEQUENCE-TABLE          PIC 9(05)   OCCURS 5000 TIMES.
001917 01  TCH-VALUE-TABLE             PIC S9(05)V9
001918                                 OCCURS 5000 TIMES.
001919 01  TCH-RECNO-TABLE             PIC 9(07)   OCCURS 5000 TIMES.
001920*
001921*--------------------------------------------------------------
001922* DAY STATISTICS BEFORE AND AFTER A VERSION
001930*--------------------------------------------------------------
001940 01  STAT-COUNT                  PIC 9(05)   VALUE ZERO.
001950 01  STAT-SUM                    PIC S9(10)V9 VALUE ZERO.
001960 01  STAT-SMALLEST               PIC S9(05)V9 VALUE ZERO.
001970 01  STAT-LARGEST                PIC S9(05)V9 VALUE ZERO.
001980 01  STAT-MEAN                   PIC S9(05)V9(02) VALUE ZERO.
001990*
002000 01  BEFORE-COUNT                PIC 9(05)   VALUE ZERO.
002010 01  BEFORE-SMALLEST             PIC S9(05)V9 VALUE ZERO.
002020 01  BEFORE-LARGEST              PIC S9(05)V9 VALUE ZERO.
002030 01  BEFORE-MEAN                 PIC S9(05)V9(02) VALUE ZERO.
002040*
002050 01  CHANGE-IN-COUNT             PIC S9(06)  VALUE ZERO.
002060 01  CHANGE-IN-SMALLEST          PIC S9(06)V9 VALUE ZERO.
002070 01  CHANGE-IN-LARGEST           PIC S9(06)V9 VALUE ZERO.
002080 01  CHANGE-IN-MEAN              PIC S9(06)V9(02) VALUE ZERO.
002090*
002100*--------------------------------------------------------------
002110* RUN COUNTS
002120*--------------------------------------------------------------
002130 01  JOURNAL-READ-COUNT          PIC 9(09)   VALUE ZERO.
002140 01  DAY-ENTRY-COUNT             PIC 9(07)   VALUE ZERO.
002150*
002160*--------------------------------------------------------------
002170* REPORT LINES
002180*--------------------------------------------------------------
002190 01  PRINT-LINE                  PIC X(80).
002200*
002210 01  RDH-HEADING-1.
002220     05  FILLER                  PIC X(34)
002230             VALUE "READINGS MASTER DAY VERSIONS".
002240     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002250     05  RDH-HDG-MM              PIC 99.
002260     05  FILLER                  PIC X(01) VALUE "/".
002270     05  RDH-HDG-DD              PIC 99.
002280     05  FILLER                  PIC X(01) VALUE "/".
002290     05  RDH-HDG-YYYY            PIC 9(04).
002300     05  FILLER                  PIC X(26) VALUE SPACES.
002310*
002320 01  RDH-PARM-LINE.
002330     05  FILLER                  PIC X(10) VALUE "LOCATION: ".
002340     05  RDH-PRM-LOCATION        PIC X(03).
002350     05  FILLER                  PIC X(17)
002360             VALUE "   READING DATE: ".
002370     05  RDH-PRM-MM              PIC 99.
002380     05  FILLER                  PIC X(01) VALUE "/".
002390     05  RDH-PRM-DD              PIC 99.
002400     05  FILLER                  PIC X(01) VALUE "/".
002410     05  RDH-PRM-YYYY            PIC 9(04).
002420     05  FILLER                  PIC X(40) VALUE SPACES.
002430*
002440 01  RDH-VERSION-HEADING.
002450     05  FILLER                  PIC X(08) VALUE "VERSION ".
002460     05  RDH-VER-NUMBER          PIC ZZ9.
002470     05  FILLER                  PIC X(06) VALUE "  RUN ".
002480     05  RDH-VER-MM              PIC 99.
002490     05  FILLER                  PIC X(01) VALUE "/".
002500     05  RDH-VER-DD              PIC 99.
002510     05  FILLER                  PIC X(01) VALUE "/".
002520     05  RDH-VER-YYYY            PIC 9(04).
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  RDH-VER-HH              PIC 99.
002550     05  FILLER                  PIC X(01) VALUE ":".
002560     05  RDH-VER-MI              PIC 99.
002570     05  FILLER                  PIC X(01) VALUE ":".
002580     05  RDH-VER-SS              PIC 99.
002590     05  FILLER                  PIC X(05) VALUE "  BY ".
002600     05  RDH-VER-PROGRAM         PIC X(08).
002610     05  FILLER                  PIC X(31) VALUE SPACES.
002620*
002630 01  RDH-REASON-LINE.
002640     05  FILLER                  PIC X(04) VALUE SPACES.
002650     05  RDH-RSN-NAME            PIC X(24).
002660     05  FILLER                  PIC X(09) VALUE "REMOVED: ".
002670     05  RDH-RSN-REMOVED         PIC ZZZZ9.
002680     05  FILLER                  PIC X(10) VALUE "   ADDED: ".
002690     05  RDH-RSN-ADDED           PIC ZZZZ9.
002700     05  FILLER                  PIC X(23) VALUE SPACES.
002710*
002720 01  RDH-PRE-JOURNAL-LINE.
002730     05  FILLER                  PIC X(44)
002740             VALUE "    DAY LOADED BEFORE THE JOURNAL BEGAN - RE".
002750     05  FILLER                  PIC X(36)
002760             VALUE "ADINGS BEFORE TAKEN FROM REMOVALS".
002770*
002771 01  RDH-REBUILT-LINE.
002772     05  FILLER                  PIC X(44)
002773             VALUE "    DAY LOADED BEFORE THE JOURNAL BEGAN - BE".
002774     05  FILLER                  PIC X(36)
002775             VALUE "FORE PICTURE REBUILT FROM READMST".
002776*
002777 01  RDH-INCOMPLETE-LINE.
002778     05  FILLER                  PIC X(44)
002779             VALUE "    DAY LOADED BEFORE THE JOURNAL BEGAN - BE".
002780     05  FILLER                  PIC X(36)
002781             VALUE "FORE PICTURE INCOMPLETE, NO READMST".
002782*
002786 01  RDH-SECTION-LINE.
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  RDH-SEC-TITLE           PIC X(20).
002810     05  RDH-SEC-COUNT           PIC ZZZZ9.
002820     05  FILLER                  PIC X(53) VALUE SPACES.
002830*
002840 01  RDH-COLUMN-HEADING.
002850     05  FILLER                  PIC X(04) VALUE SPACES.
002860     05  FILLER                  PIC X(05) VALUE "SHIFT".
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  FILLER                  PIC X(05) VALUE "  SEQ".
002890     05  FILLER                  PIC X(03) VALUE SPACES.
002900     05  FILLER                  PIC X(08) VALUE "   VALUE".
002910     05  FILLER                  PIC X(03) VALUE SPACES.
002920     05  FILLER                  PIC X(07) VALUE " RECORD".
002930     05  FILLER                  PIC X(03) VALUE SPACES.
002940     05  FILLER                  PIC X(06) VALUE "REASON".
002950     05  FILLER                  PIC X(34) VALUE SPACES.
002960*
002970 01  RDH-DETAIL-LINE.
002980     05  FILLER                  PIC X(04) VALUE SPACES.
002990     05  RDH-DTL-SHIFT           PIC X(03).
003000     05  FILLER                  PIC X(04) VALUE SPACES.
003010     05  RDH-DTL-SEQUENCE        PIC ZZZZ9.
003020     05  FILLER                  PIC X(03) VALUE SPACES.
003030     05  RDH-DTL-VALUE           PIC +ZZZZ9.9.
003040     05  FILLER                  PIC X(03) VALUE SPACES.
003050     05  RDH-DTL-RECNO           PIC ZZZZZZ9.
003060     05  FILLER                  PIC X(03) VALUE SPACES.
003070     05  RDH-DTL-REASON          PIC X(02).
003080     05  FILLER                  PIC X(38) VALUE SPACES.
003090*
003100 01  RDH-NONE-LINE.
003110     05  FILLER                  PIC X(10) VALUE "    NONE".
003120     05  FILLER                  PIC X(70) VALUE SPACES.
003130*
003140 01  RDH-STATS-HEADING.
003150     05  FILLER                  PIC X(12) VALUE SPACES.
003160     05  FILLER                  PIC X(07) VALUE "  COUNT".
003170     05  FILLER                  PIC X(03) VALUE SPACES.
003180     05  FILLER                  PIC X(09) VALUE " SMALLEST".
003190     05  FILLER                  PIC X(03) VALUE SPACES.
003200     05  FILLER                  PIC X(09) VALUE "  LARGEST".
003210     05  FILLER                  PIC X(03) VALUE SPACES.
003220     05  FILLER                  PIC X(10) VALUE "      MEAN".
003230     05  FILLER                  PIC X(24) VALUE SPACES.
003240*
003250 01  RDH-STATS-LINE.
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  RDH-STS-LABEL           PIC X(10).
003280     05  RDH-STS-COUNT           PIC -ZZZZZ9.
003290     05  FILLER                  PIC X(03) VALUE SPACES.
003300     05  RDH-STS-SMALLEST        PIC +ZZZZZ9.9.
003310     05  RDH-STS-SMALLEST-X REDEFINES RDH-STS-SMALLEST
003320                                 PIC X(09).
003330     05  FILLER                  PIC X(03) VALUE SPACES.
003340     05  RDH-STS-LARGEST         PIC +ZZZZZ9.9.
003350     05  RDH-STS-LARGEST-X REDEFINES RDH-STS-LARGEST
003360                                 PIC X(09).
003370     05  FILLER                  PIC X(03) VALUE SPACES.
003380     05  RDH-STS-MEAN            PIC +ZZZZZ9.99.
003390     05  RDH-STS-MEAN-X REDEFINES RDH-STS-MEAN
003400                                 PIC X(10).
003410     05  FILLER                  PIC X(24) VALUE SPACES.
003420*
003430 01  RDH-COUNT-LINE.
003440     05  RDH-CNT-LABEL           PIC X(44).
003450     05  RDH-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
003460     05  FILLER                  PIC X(25) VALUE SPACES.
003470*
003480 01  RDH-NO-PARM-LINE.
003490     05  FILLER                  PIC X(44)
003500             VALUE "READING DATE MISSING OR NOT VALID - NO HISTO".
003510     05  FILLER                  PIC X(36)
003520             VALUE "RY PRODUCED".
003530*
003540 01  RDH-NO-JOURNAL-LINE.
003550     05  FILLER                  PIC X(44)
003560             VALUE "CHANGE JOURNAL NOT AVAILABLE - NO HISTORY PR".
003570     05  FILLER                  PIC X(36)
003580             VALUE "ODUCED".
003590*
003600 01  RDH-NO-ENTRIES-LINE.
003610     05  FILLER                  PIC X(44)
003620             VALUE "NO JOURNAL ENTRIES FOR THIS LOCATION AND REA".
003630     05  FILLER                  PIC X(36)
003640             VALUE "DING DATE".
003650*
003660 01  RDH-OVERFLOW-LINE.
003670     05  FILLER                  PIC X(44)
003680             VALUE "MORE THAN 5000 READINGS IN A VERSION OR DAY ".
003690     05  FILLER                  PIC X(36)
003700             VALUE "- HISTORY INCOMPLETE".
003710*
003720 PROCEDURE DIVISION.
003730*
003740*----------------------------------------------------------------
003750* 0000-MAINLINE
003760*----------------------------------------------------------------
003770 0000-MAINLINE.
003780*
003790     PERFORM 1000-INITIALIZE
003800         THRU 1000-INITIALIZE-EXIT.
003810*
003820     IF PARAMETER-OK
003830         PERFORM 2000-SCAN-JOURNAL
003840             THRU 2000-SCAN-JOURNAL-EXIT
003850     END-IF.
003860*
003870     IF PARAMETER-OK
003880         PERFORM 8000-WRITE-TOTALS
003890             THRU 8000-WRITE-TOTALS-EXIT
003900     END-IF.
003910*
003920     PERFORM 9999-TERMINATE
003930         THRU 9999-TERMINATE-EXIT.
003940*
003950     STOP RUN.
003960*
003970*----------------------------------------------------------------
003980* 1000-INITIALIZE - OPEN THE REPORT AND READ THE LOCATION AND
003990*     READING DATE PARAMETER CARD
004000*----------------------------------------------------------------
004010 1000-INITIALIZE.
004020*
004030     OPEN OUTPUT HISTORY-REPORT-FILE.
004040     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
004050*
004060     MOVE RUN-DATE-MM   TO RDH-HDG-MM.
004070     MOVE RUN-DATE-DD   TO RDH-HDG-DD.
004080     MOVE RUN-DATE-YYYY TO RDH-HDG-YYYY.
004090     MOVE RDH-HEADING-1 TO PRINT-LINE.
004100     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
004110         AFTER ADVANCING 1 LINE.
004120*
004130     SET PARAMETER-BAD TO TRUE.
004140     OPEN INPUT PARAMETER-FILE.
004150     IF PARAMETER-STATUS = "00"
004160         READ PARAMETER-FILE
004170             AT END
004180                 CONTINUE
004190             NOT AT END
004200                 PERFORM 1100-EDIT-PARAMETER
004210                     THRU 1100-EDIT-PARAMETER-EXIT
004220         END-READ
004230         CLOSE PARAMETER-FILE
004240     END-IF.
004250*
004260     IF PARAMETER-BAD
004270         MOVE RDH-NO-PARM-LINE TO PRINT-LINE
004280         WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
004290             AFTER ADVANCING 2 LINES
004300         MOVE 16 TO RETURN-CODE
004310         GO TO 1000-INITIALIZE-EXIT
004320     END-IF.
004330*
004340     MOVE SELECT-LOCATION TO RDH-PRM-LOCATION.
004350     MOVE SELECT-DATE     TO DATE-SPLIT-WORK.
004360     MOVE DATE-SPLIT-MM   TO RDH-PRM-MM.
004370     MOVE DATE-SPLIT-DD   TO RDH-PRM-DD.
004380     MOVE DATE-SPLIT-YYYY TO RDH-PRM-YYYY.
004390     MOVE RDH-PARM-LINE TO PRINT-LINE.
004400     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
004410         AFTER ADVANCING 2 LINES.
004420*
004430 1000-INITIALIZE-EXIT.
004440     EXIT.
004450*
004460*----------------------------------------------------------------
004470* 1100-EDIT-PARAMETER - THE READING DATE MUST BE A NUMERIC DATE
004480*     THAT IS ON THE CALENDAR.  A BLANK LOCATION IS THE LOCAL
004490*     PLANT.
004500*----------------------------------------------------------------
004510 1100-EDIT-PARAMETER.
004520*
004530     IF PRM-READING-DATE NOT NUMERIC
004540         OR PRM-READING-DATE = ZERO
004550         GO TO 1100-EDIT-PARAMETER-EXIT
004560     END-IF.
004570     MOVE PRM-READING-DATE TO DATE-SPLIT-WORK.
004580     IF DATE-SPLIT-MM < 1 OR DATE-SPLIT-MM > 12
004590         OR DATE-SPLIT-DD < 1 OR DATE-SPLIT-DD > 31
004600         GO TO 1100-EDIT-PARAMETER-EXIT
004610     END-IF.
004611     IF FUNCTION INTEGER-OF-DATE(PRM-READING-DATE) = ZERO
004612         GO TO 1100-EDIT-PARAMETER-EXIT
004613     END-IF.
004620     MOVE PRM-READING-DATE TO SELECT-DATE.
004630*
004640     IF PRM-LOCATION = SPACES
004650         MOVE LOCAL-LOCATION-CODE TO SELECT-LOCATION
004660     ELSE
004670         MOVE PRM-LOCATION TO SELECT-LOCATION
004680     END-IF.
004690     SET PARAMETER-OK TO TRUE.
004700*
004710 1100-EDIT-PARAMETER-EXIT.
004720     EXIT.
004730*
004740*----------------------------------------------------------------
004750* 2000-SCAN-JOURNAL - A FIRST PASS OVER THE CHANGE JOURNAL NOTES
004760*     THE KEYS IT TOUCHES FOR THE DAY AND WHETHER ITS FIRST
004761*     VERSION LOADED A NEW FEED; IF NOT, THE DAY WAS LOADED BEFORE
004762*     THE JOURNAL AND ITS BEFORE PICTURE IS REBUILT FROM THE
004763*     MASTER.  A SECOND PASS, OLDEST ENTRY FIRST, GATHERS THE
004770*     DAY'S ENTRIES INTO VERSIONS.
004780*----------------------------------------------------------------
004790 2000-SCAN-JOURNAL.
004800*
004810     OPEN INPUT CHANGE-JOURNAL-FILE.
004820     IF JOURNAL-STATUS NOT = "00"
004830         DISPLAY "RDMHIST - CHANGE-JOURNAL-FILE NOT AVAILABLE, "
004840             "STATUS = " JOURNAL-STATUS
004850         MOVE RDH-NO-JOURNAL-LINE TO PRINT-LINE
004860         WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
004870             AFTER ADVANCING 2 LINES
004880         MOVE 16 TO RETURN-CODE
004890         SET PARAMETER-BAD TO TRUE
004900         GO TO 2000-SCAN-JOURNAL-EXIT
004910     END-IF.
004920*
004921     SET MORE-JOURNAL TO TRUE.
004922     PERFORM 2050-PRE-SCAN-ONE-ENTRY
004923         THRU 2050-PRE-SCAN-ONE-ENTRY-EXIT
004924         UNTIL END-OF-JOURNAL.
004925     CLOSE CHANGE-JOURNAL-FILE.
004926     IF FIRST-VERSION-NO-LOAD
004927         PERFORM 2500-REBUILD-BEFORE
004928             THRU 2500-REBUILD-BEFORE-EXIT
004929     END-IF.
004930*
004931     OPEN INPUT CHANGE-JOURNAL-FILE.
004932     SET VERSION-CLOSED TO TRUE.
004940     SET MORE-JOURNAL TO TRUE.
004950     PERFORM 2100-READ-ONE-ENTRY
004960         THRU 2100-READ-ONE-ENTRY-EXIT
004970         UNTIL END-OF-JOURNAL.
004980     IF VERSION-OPEN
004990         PERFORM 3000-CLOSE-VERSION
005000             THRU 3000-CLOSE-VERSION-EXIT
005010     END-IF.
005020*
005030     CLOSE CHANGE-JOURNAL-FILE.
005040*
005050 2000-SCAN-JOURNAL-EXIT.
005060     EXIT.
005070*
005071 2050-PRE-SCAN-ONE-ENTRY.
005072*
005073     READ CHANGE-JOURNAL-FILE
005074         AT END
005075             SET END-OF-JOURNAL TO TRUE
005076             GO TO 2050-PRE-SCAN-ONE-ENTRY-EXIT
005077     END-READ.
005078     IF JRN-LOCATION NOT = SELECT-LOCATION
005079         OR JRN-READING-DATE NOT = SELECT-DATE
005080         GO TO 2050-PRE-SCAN-ONE-ENTRY-EXIT
005081     END-IF.
005082*
005083     IF FIRST-VERSION-UNSEEN
005084         MOVE JRN-RUN-DATE TO FIRST-RUN-DATE
005085         MOVE JRN-RUN-TIME TO FIRST-RUN-TIME
005086         MOVE JRN-PROGRAM  TO FIRST-PROGRAM
005087         SET FIRST-VERSION-NO-LOAD TO TRUE
005088     END-IF.
005089     IF JRN-RUN-DATE = FIRST-RUN-DATE
005090         AND JRN-RUN-TIME = FIRST-RUN-TIME
005091         AND JRN-PROGRAM = FIRST-PROGRAM
005092         AND JRN-ADD
005093         AND JRN-REASON = "FD"
005094         SET FIRST-VERSION-LOADS TO TRUE
005095     END-IF.
005096*
005097     MOVE JRN-SHIFT-CODE TO KEY-SHIFT.
005098     MOVE JRN-SEQUENCE   TO KEY-SEQUENCE.
005099     PERFORM 2060-FIND-TOUCHED-KEY
005100         THRU 2060-FIND-TOUCHED-KEY-EXIT.
005101     IF KEY-TOUCHED
005102         GO TO 2050-PRE-SCAN-ONE-ENTRY-EXIT
005103     END-IF.
005104     IF TOUCHED-COUNT NOT < DAY-MAX
005105         SET TABLES-OVERFLOWED TO TRUE
005106         GO TO 2050-PRE-SCAN-ONE-ENTRY-EXIT
005107     END-IF.
005108     ADD 1 TO TOUCHED-COUNT.
005109     MOVE JRN-ACTION        TO TCH-ACTION-TABLE(TOUCHED-COUNT).
005110     MOVE JRN-SHIFT-CODE    TO TCH-SHIFT-TABLE(TOUCHED-COUNT).
005111     MOVE JRN-SEQUENCE      TO TCH-SEQUENCE-TABLE(TOUCHED-COUNT).
005112     MOVE JRN-READING-VALUE TO TCH-VALUE-TABLE(TOUCHED-COUNT).
005113     MOVE JRN-RECORD-NUMBER TO TCH-RECNO-TABLE(TOUCHED-COUNT).
005114*
005115 2050-PRE-SCAN-ONE-ENTRY-EXIT.
005116     EXIT.
005117*
005118*----------------------------------------------------------------
005119* 2060-FIND-TOUCHED-KEY - LOOK FOR KEY-SHIFT / KEY-SEQUENCE AMONG
005120*     THE KEYS THE JOURNAL TOUCHES FOR THE DAY
005121*----------------------------------------------------------------
005122 2060-FIND-TOUCHED-KEY.
005123*
005124     SET KEY-NOT-TOUCHED TO TRUE.
005125     PERFORM 2070-CHECK-ONE-TOUCHED
005126         THRU 2070-CHECK-ONE-TOUCHED-EXIT
005127         VARYING T FROM 1 BY 1
005128         UNTIL T > TOUCHED-COUNT
005129            OR KEY-TOUCHED.
005130*
005131 2060-FIND-TOUCHED-KEY-EXIT.
005132     EXIT.
005133*
005134 2070-CHECK-ONE-TOUCHED.
005135*
005136     IF TCH-SHIFT-TABLE(T) = KEY-SHIFT
005137         AND TCH-SEQUENCE-TABLE(T) = KEY-SEQUENCE
005138         SET KEY-TOUCHED TO TRUE
005139     END-IF.
005140*
005141 2070-CHECK-ONE-TOUCHED-EXIT.
005142     EXIT.
005143*
005144 2100-READ-ONE-ENTRY.
005145*
005146     READ CHANGE-JOURNAL-FILE
005147         AT END
005148             SET END-OF-JOURNAL TO TRUE
005149             GO TO 2100-READ-ONE-ENTRY-EXIT
005150     END-READ.
005151     ADD 1 TO JOURNAL-READ-COUNT.
005160*
005170     IF JRN-LOCATION NOT = SELECT-LOCATION
005180         OR JRN-READING-DATE NOT = SELECT-DATE
005190         GO TO 2100-READ-ONE-ENTRY-EXIT
005200     END-IF.
005210     ADD 1 TO DAY-ENTRY-COUNT.
005220*
005230     IF VERSION-OPEN
005240         AND (JRN-RUN-DATE NOT = VER-RUN-DATE
005250              OR JRN-RUN-TIME NOT = VER-RUN-TIME
005260              OR JRN-PROGRAM NOT = VER-PROGRAM)
005270         PERFORM 3000-CLOSE-VERSION
005280             THRU 3000-CLOSE-VERSION-EXIT
005290     END-IF.
005300     IF VERSION-CLOSED
005310         MOVE JRN-RUN-DATE TO VER-RUN-DATE
005320         MOVE JRN-RUN-TIME TO VER-RUN-TIME
005330         MOVE JRN-PROGRAM  TO VER-PROGRAM
005340         MOVE ZERO         TO CHANGE-COUNT
005350         SET VERSION-OPEN TO TRUE
005360     END-IF.
005370*
005380     IF CHANGE-COUNT NOT < CHANGE-MAX
005390         SET TABLES-OVERFLOWED TO TRUE
005400         GO TO 2100-READ-ONE-ENTRY-EXIT
005410     END-IF.
005420     ADD 1 TO CHANGE-COUNT.
005430     MOVE JRN-ACTION        TO CHG-ACTION-TABLE(CHANGE-COUNT).
005440     MOVE JRN-REASON        TO CHG-REASON-TABLE(CHANGE-COUNT).
005450     MOVE JRN-SHIFT-CODE    TO CHG-SHIFT-TABLE(CHANGE-COUNT).
005460     MOVE JRN-SEQUENCE      TO CHG-SEQUENCE-TABLE(CHANGE-COUNT).
005470     MOVE JRN-READING-VALUE TO CHG-VALUE-TABLE(CHANGE-COUNT).
005480     MOVE JRN-RECORD-NUMBER TO CHG-RECNO-TABLE(CHANGE-COUNT).
005490*
005500 2100-READ-ONE-ENTRY-EXIT.
005501     EXIT.
005502*
005503*----------------------------------------------------------------
005504* 2500-REBUILD-BEFORE - THE DAY AS IT STOOD BEFORE ITS FIRST
005505*     JOURNALLED VERSION: EVERY READING ON THE MASTER FOR THE DAY
005506*     THAT THE JOURNAL NEVER TOUCHED, PLUS EACH KEY WHOSE FIRST
005507*     JOURNALLED CHANGE WAS A REMOVAL, AT ITS REMOVED VALUE.  THE
005508*     MASTER IS IN LOCATION / DATE ORDER, SO THE PASS STOPS ONCE
005509*     IT IS BEYOND THE DAY.
005510*----------------------------------------------------------------
005511 2500-REBUILD-BEFORE.
005512*
005513     OPEN INPUT READINGS-MASTER-FILE.
005514     IF READINGS-MASTER-STATUS NOT = "00"
005515         DISPLAY "RDMHIST - READINGS-MASTER-FILE NOT AVAILABLE, "
005516             "STATUS = " READINGS-MASTER-STATUS
005517         SET BEFORE-INCOMPLETE TO TRUE
005518         GO TO 2500-REBUILD-BEFORE-EXIT
005519     END-IF.
005520*
005521     SET MORE-MASTER TO TRUE.
005522     PERFORM 2510-TAKE-ONE-MASTER
005523         THRU 2510-TAKE-ONE-MASTER-EXIT
005524         UNTIL END-OF-MASTER.
005525     CLOSE READINGS-MASTER-FILE.
005526*
005527     PERFORM 2520-TAKE-ONE-REMOVED
005528         THRU 2520-TAKE-ONE-REMOVED-EXIT
005529         VARYING T FROM 1 BY 1
005530         UNTIL T > TOUCHED-COUNT.
005531     SET BEFORE-REBUILT TO TRUE.
005532*
005533 2500-REBUILD-BEFORE-EXIT.
005534     EXIT.
005535*
005536 2510-TAKE-ONE-MASTER.
005537*
005538     READ READINGS-MASTER-FILE
005539         AT END
005540             SET END-OF-MASTER TO TRUE
005541             GO TO 2510-TAKE-ONE-MASTER-EXIT
005542     END-READ.
005543     IF RDM-LOCATION > SELECT-LOCATION
005544         OR (RDM-LOCATION = SELECT-LOCATION
005545             AND RDM-READING-DATE > SELECT-DATE)
005546         SET END-OF-MASTER TO TRUE
005547         GO TO 2510-TAKE-ONE-MASTER-EXIT
005548     END-IF.
005549     IF RDM-LOCATION NOT = SELECT-LOCATION
005550         OR RDM-READING-DATE NOT = SELECT-DATE
005551         GO TO 2510-TAKE-ONE-MASTER-EXIT
005552     END-IF.
005553*
005554     MOVE RDM-SHIFT-CODE TO KEY-SHIFT.
005555     MOVE RDM-SEQUENCE   TO KEY-SEQUENCE.
005556     PERFORM 2060-FIND-TOUCHED-KEY
005557         THRU 2060-FIND-TOUCHED-KEY-EXIT.
005558     IF KEY-TOUCHED
005559         GO TO 2510-TAKE-ONE-MASTER-EXIT
005560     END-IF.
005561     IF DAY-READING-COUNT NOT < DAY-MAX
005562         SET TABLES-OVERFLOWED TO TRUE
005563         GO TO 2510-TAKE-ONE-MASTER-EXIT
005564     END-IF.
005565     ADD 1 TO DAY-READING-COUNT.
005566     MOVE RDM-SHIFT-CODE
005567         TO DAY-SHIFT-TABLE(DAY-READING-COUNT).
005568     MOVE RDM-SEQUENCE
005569         TO DAY-SEQUENCE-TABLE(DAY-READING-COUNT).
005570     MOVE RDM-READING-VALUE
005571         TO DAY-VALUE-TABLE(DAY-READING-COUNT).
005572     MOVE RDM-RECORD-NUMBER
005573         TO DAY-RECNO-TABLE(DAY-READING-COUNT).
005574*
005575 2510-TAKE-ONE-MASTER-EXIT.
005576     EXIT.
005577*
005578 2520-TAKE-ONE-REMOVED.
005579*
005580     IF TCH-ACTION-TABLE(T) NOT = "D"
005581         GO TO 2520-TAKE-ONE-REMOVED-EXIT
005582     END-IF.
005583     IF DAY-READING-COUNT NOT < DAY-MAX
005584         SET TABLES-OVERFLOWED TO TRUE
005585         GO TO 2520-TAKE-ONE-REMOVED-EXIT
005586     END-IF.
005587     ADD 1 TO DAY-READING-COUNT.
005588     MOVE TCH-SHIFT-TABLE(T)
005589         TO DAY-SHIFT-TABLE(DAY-READING-COUNT).
005590     MOVE TCH-SEQUENCE-TABLE(T)
005591         TO DAY-SEQUENCE-TABLE(DAY-READING-COUNT).
005592     MOVE TCH-VALUE-TABLE(T)
005593         TO DAY-VALUE-TABLE(DAY-READING-COUNT).
005594     MOVE TCH-RECNO-TABLE(T)
005595         TO DAY-RECNO-TABLE(DAY-READING-COUNT).
005596*
005597 2520-TAKE-ONE-REMOVED-EXIT.
005598     EXIT.
005599*
005600*----------------------------------------------------------------
005601* 3000-CLOSE-VERSION - PRINT ONE VERSION OF THE DAY: THE RUN
005602*     THAT MADE IT, THE READINGS IT REMOVED AND ADDED, AND THE DAY
005603*     STATISTICS BEFORE AND AFTER IT.  A REMOVED READING NOT YET
005604*     IN THE DAY MUST HAVE BEEN LOADED BEFORE THE JOURNAL BEGAN,
005605*     SO IT IS TAKEN INTO THE BEFORE PICTURE FROM ITS REMOVAL
005606*     (NEEDED ONLY WHEN 2500 COULD NOT REBUILD THE DAY).
005607*----------------------------------------------------------------
005608 3000-CLOSE-VERSION.
005610*
005620     ADD 1 TO VERSION-NUMBER.
005630     SET DAY-FULLY-JOURNALLED TO TRUE.
005640     MOVE ZERO TO REMOVED-COUNT.
005650     MOVE ZERO TO ADDED-COUNT.
005660     PERFORM 3050-CLEAR-ONE-REASON
005670         THRU 3050-CLEAR-ONE-REASON-EXIT
005680         VARYING R FROM 1 BY 1
005690         UNTIL R > REASON-MAX.
005700     PERFORM 3100-TAKE-IN-PRE-JOURNAL
005710         THRU 3100-TAKE-IN-PRE-JOURNAL-EXIT
005720         VARYING C FROM 1 BY 1
005730         UNTIL C > CHANGE-COUNT.
005740*
005750     PERFORM 6000-DAY-STATISTICS
005760         THRU 6000-DAY-STATISTICS-EXIT.
005770     MOVE STAT-COUNT    TO BEFORE-COUNT.
005780     MOVE STAT-SMALLEST TO BEFORE-SMALLEST.
005790     MOVE STAT-LARGEST  TO BEFORE-LARGEST.
005800     MOVE STAT-MEAN     TO BEFORE-MEAN.
005810*
005820     PERFORM 3200-PRINT-VERSION-HEADING
005830         THRU 3200-PRINT-VERSION-HEADING-EXIT.
005840*
005850     MOVE "READINGS REMOVED:" TO RDH-SEC-TITLE.
005860     MOVE REMOVED-COUNT TO RDH-SEC-COUNT.
005870     MOVE RDH-SECTION-LINE TO PRINT-LINE.
005880     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
005890         AFTER ADVANCING 2 LINES.
005900     IF REMOVED-COUNT = ZERO
005910         MOVE RDH-NONE-LINE TO PRINT-LINE
005920         WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
005930             AFTER ADVANCING 1 LINE
005940     ELSE
005950         MOVE RDH-COLUMN-HEADING TO PRINT-LINE
005960         WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
005970             AFTER ADVANCING 1 LINE
005980         PERFORM 3300-PRINT-ONE-REMOVED
005990             THRU 3300-PRINT-ONE-REMOVED-EXIT
006000             VARYING C FROM 1 BY 1
006010             UNTIL C > CHANGE-COUNT
006020     END-IF.
006030*
006040     MOVE "READINGS ADDED:" TO RDH-SEC-TITLE.
006050     MOVE ADDED-COUNT TO RDH-SEC-COUNT.
006060     MOVE RDH-SECTION-LINE TO PRINT-LINE.
006070     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
006080         AFTER ADVANCING 2 LINES.
006090     IF ADDED-COUNT = ZERO
006100         MOVE RDH-NONE-LINE TO PRINT-LINE
006110         WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
006120             AFTER ADVANCING 1 LINE
006130     ELSE
006140         MOVE RDH-COLUMN-HEADING TO PRINT-LINE
006150         WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
006160             AFTER ADVANCING 1 LINE
006170         PERFORM 3400-PRINT-ONE-ADDED
006180             THRU 3400-PRINT-ONE-ADDED-EXIT
006190             VARYING C FROM 1 BY 1
006200             UNTIL C > CHANGE-COUNT
006210     END-IF.
006220*
006230     PERFORM 3500-APPLY-ONE-CHANGE
006240         THRU 3500-APPLY-ONE-CHANGE-EXIT
006250         VARYING C FROM 1 BY 1
006260         UNTIL C > CHANGE-COUNT.
006270     PERFORM 6000-DAY-STATISTICS
006280         THRU 6000-DAY-STATISTICS-EXIT.
006290     PERFORM 3600-PRINT-COMPARISON
006300         THRU 3600-PRINT-COMPARISON-EXIT.
006310*
006320     MOVE ZERO TO CHANGE-COUNT.
006330     SET VERSION-CLOSED TO TRUE.
006340*
006350 3000-CLOSE-VERSION-EXIT.
006360     EXIT.
006370*
006380 3050-CLEAR-ONE-REASON.
006390*
006400     MOVE ZERO TO REASON-REMOVED-TABLE(R).
006410     MOVE ZERO TO REASON-ADDED-TABLE(R).
006420*
006430 3050-CLEAR-ONE-REASON-EXIT.
006440     EXIT.
006450*
006460*----------------------------------------------------------------
006470* 3100-TAKE-IN-PRE-JOURNAL - TALLY ONE CHANGE BY REASON, AND FOR
006480*     A REMOVAL OF A READING THE DAY DOES NOT YET HOLD, PUT THE
006490*     REMOVED IMAGE INTO THE DAY SO THE BEFORE FIGURES ARE RIGHT
006500*----------------------------------------------------------------
006510 3100-TAKE-IN-PRE-JOURNAL.
006520*
006530     PERFORM 7000-SET-REASON-INDEX
006540         THRU 7000-SET-REASON-INDEX-EXIT.
006550     IF CHG-ACTION-TABLE(C) NOT = "D"
006560         ADD 1 TO ADDED-COUNT
006570         ADD 1 TO REASON-ADDED-TABLE(R)
006580         GO TO 3100-TAKE-IN-PRE-JOURNAL-EXIT
006590     END-IF.
006600     ADD 1 TO REMOVED-COUNT.
006610     ADD 1 TO REASON-REMOVED-TABLE(R).
006620*
006630     PERFORM 6100-FIND-DAY-READING
006640         THRU 6100-FIND-DAY-READING-EXIT.
006650     IF DAY-READING-NOT-FOUND
006660         SET DAY-PRE-JOURNAL TO TRUE
006670         PERFORM 6200-ADD-DAY-READING
006680             THRU 6200-ADD-DAY-READING-EXIT
006690     END-IF.
006700*
006710 3100-TAKE-IN-PRE-JOURNAL-EXIT.
006720     EXIT.
006730*
006740 3200-PRINT-VERSION-HEADING.
006750*
006760     MOVE VERSION-NUMBER  TO RDH-VER-NUMBER.
006770     MOVE VER-RUN-DATE    TO DATE-SPLIT-WORK.
006780     MOVE DATE-SPLIT-MM   TO RDH-VER-MM.
006790     MOVE DATE-SPLIT-DD   TO RDH-VER-DD.
006800     MOVE DATE-SPLIT-YYYY TO RDH-VER-YYYY.
006810     MOVE VER-RUN-TIME    TO TIME-SPLIT-WORK.
006820     MOVE TIME-SPLIT-HH   TO RDH-VER-HH.
006830     MOVE TIME-SPLIT-MI   TO RDH-VER-MI.
006840     MOVE TIME-SPLIT-SS   TO RDH-VER-SS.
006850     MOVE VER-PROGRAM     TO RDH-VER-PROGRAM.
006860     MOVE RDH-VERSION-HEADING TO PRINT-LINE.
006870     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
006880         AFTER ADVANCING 3 LINES.
006890*
006900     PERFORM 3210-PRINT-ONE-REASON
006910         THRU 3210-PRINT-ONE-REASON-EXIT
006920         VARYING R FROM 1 BY 1
006930         UNTIL R > REASON-MAX.
006940*
006950     EVALUATE TRUE
006951         WHEN VERSION-NUMBER = 1 AND BEFORE-REBUILT
006952             MOVE RDH-REBUILT-LINE TO PRINT-LINE
006953             WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
006954                 AFTER ADVANCING 1 LINE
006955         WHEN VERSION-NUMBER = 1 AND BEFORE-INCOMPLETE
006956             MOVE RDH-INCOMPLETE-LINE TO PRINT-LINE
006957             WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
006958                 AFTER ADVANCING 1 LINE
006959         WHEN DAY-PRE-JOURNAL
006960             MOVE RDH-PRE-JOURNAL-LINE TO PRINT-LINE
006970             WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
006980                 AFTER ADVANCING 1 LINE
006990     END-EVALUATE.
007000*
007010 3200-PRINT-VERSION-HEADING-EXIT.
007020     EXIT.
007030*
007040 3210-PRINT-ONE-REASON.
007050*
007060     IF REASON-REMOVED-TABLE(R) = ZERO
007070         AND REASON-ADDED-TABLE(R) = ZERO
007080         GO TO 3210-PRINT-ONE-REASON-EXIT
007090     END-IF.
007100     EVALUATE R
007110         WHEN 1
007120             MOVE "NEW FEED" TO RDH-RSN-NAME
007130         WHEN 2
007140             MOVE "AMENDED FEED" TO RDH-RSN-NAME
007150         WHEN 3
007160             MOVE "CORRECTION MERGE" TO RDH-RSN-NAME
007170         WHEN 4
007180             MOVE "RESTORE FROM ARCHIVE" TO RDH-RSN-NAME
007190         WHEN 5
007200             MOVE "PURGE TO ARCHIVE" TO RDH-RSN-NAME
007210         WHEN OTHER
007220             MOVE "UNKNOWN REASON CODE" TO RDH-RSN-NAME
007230     END-EVALUATE.
007240     MOVE REASON-REMOVED-TABLE(R) TO RDH-RSN-REMOVED.
007250     MOVE REASON-ADDED-TABLE(R)   TO RDH-RSN-ADDED.
007260     MOVE RDH-REASON-LINE TO PRINT-LINE.
007270     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
007280         AFTER ADVANCING 1 LINE.
007290*
007300 3210-PRINT-ONE-REASON-EXIT.
007310     EXIT.
007320*
007330 3300-PRINT-ONE-REMOVED.
007340*
007350     IF CHG-ACTION-TABLE(C) = "D"
007360         PERFORM 3450-PRINT-CHANGE-LINE
007370             THRU 3450-PRINT-CHANGE-LINE-EXIT
007380     END-IF.
007390*
007400 3300-PRINT-ONE-REMOVED-EXIT.
007410     EXIT.
007420*
007430 3400-PRINT-ONE-ADDED.
007440*
007450     IF CHG-ACTION-TABLE(C) NOT = "D"
007460         PERFORM 3450-PRINT-CHANGE-LINE
007470             THRU 3450-PRINT-CHANGE-LINE-EXIT
007480     END-IF.
007490*
007500 3400-PRINT-ONE-ADDED-EXIT.
007510     EXIT.
007520*
007530 3450-PRINT-CHANGE-LINE.
007540*
007550     MOVE CHG-SHIFT-TABLE(C)    TO RDH-DTL-SHIFT.
007560     MOVE CHG-SEQUENCE-TABLE(C) TO RDH-DTL-SEQUENCE.
007570     MOVE CHG-VALUE-TABLE(C)    TO RDH-DTL-VALUE.
007580     MOVE CHG-RECNO-TABLE(C)    TO RDH-DTL-RECNO.
007590     MOVE CHG-REASON-TABLE(C)   TO RDH-DTL-REASON.
007600     MOVE RDH-DETAIL-LINE TO PRINT-LINE.
007610     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
007620         AFTER ADVANCING 1 LINE.
007630*
007640 3450-PRINT-CHANGE-LINE-EXIT.
007650     EXIT.
007660*
007670*----------------------------------------------------------------
007680* 3500-APPLY-ONE-CHANGE - BRING THE DAY UP TO THIS VERSION.  AN
007690*     ADD OVER A KEY ALREADY HELD REPLACES IT, AS THE NIGHTLY RUN
007700*     REWRITES A MASTER RECORD WHOSE KEY IS ALREADY ON FILE.
007710*----------------------------------------------------------------
007720 3500-APPLY-ONE-CHANGE.
007730*
007740     PERFORM 6100-FIND-DAY-READING
007750         THRU 6100-FIND-DAY-READING-EXIT.
007760     IF CHG-ACTION-TABLE(C) = "D"
007770         IF DAY-READING-FOUND
007780             PERFORM 6300-REMOVE-DAY-READING
007790                 THRU 6300-REMOVE-DAY-READING-EXIT
007800         END-IF
007810         GO TO 3500-APPLY-ONE-CHANGE-EXIT
007820     END-IF.
007830*
007840     IF DAY-READING-FOUND
007850         MOVE CHG-VALUE-TABLE(C) TO DAY-VALUE-TABLE(FOUND-IX)
007860         MOVE CHG-RECNO-TABLE(C) TO DAY-RECNO-TABLE(FOUND-IX)
007870     ELSE
007880         PERFORM 6200-ADD-DAY-READING
007890             THRU 6200-ADD-DAY-READING-EXIT
007900     END-IF.
007910*
007920 3500-APPLY-ONE-CHANGE-EXIT.
007930     EXIT.
007940*
007950*----------------------------------------------------------------
007960* 3600-PRINT-COMPARISON - COUNT, SMALLEST, LARGEST AND MEAN OF
007970*     THE DAY BEFORE AND AFTER THE VERSION AND THE CHANGE.  THE
007980*     VALUE COLUMNS ARE LEFT BLANK FOR A DAY WITH NO READINGS.
007990*----------------------------------------------------------------
008000 3600-PRINT-COMPARISON.
008010*
008020     MOVE RDH-STATS-HEADING TO PRINT-LINE.
008030     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
008040         AFTER ADVANCING 2 LINES.
008050*
008060     MOVE "BEFORE"        TO RDH-STS-LABEL.
008070     MOVE BEFORE-COUNT    TO RDH-STS-COUNT.
008080     IF BEFORE-COUNT = ZERO
008090         MOVE SPACES TO RDH-STS-SMALLEST-X
008100         MOVE SPACES TO RDH-STS-LARGEST-X
008110         MOVE SPACES TO RDH-STS-MEAN-X
008120     ELSE
008130         MOVE BEFORE-SMALLEST TO RDH-STS-SMALLEST
008140         MOVE BEFORE-LARGEST  TO RDH-STS-LARGEST
008150         MOVE BEFORE-MEAN     TO RDH-STS-MEAN
008160     END-IF.
008170     MOVE RDH-STATS-LINE TO PRINT-LINE.
008180     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
008190         AFTER ADVANCING 1 LINE.
008200*
008210     MOVE "AFTER"         TO RDH-STS-LABEL.
008220     MOVE STAT-COUNT      TO RDH-STS-COUNT.
008230     IF STAT-COUNT = ZERO
008240         MOVE SPACES TO RDH-STS-SMALLEST-X
008250         MOVE SPACES TO RDH-STS-LARGEST-X
008260         MOVE SPACES TO RDH-STS-MEAN-X
008270     ELSE
008280         MOVE STAT-SMALLEST TO RDH-STS-SMALLEST
008290         MOVE STAT-LARGEST  TO RDH-STS-LARGEST
008300         MOVE STAT-MEAN     TO RDH-STS-MEAN
008310     END-IF.
008320     MOVE RDH-STATS-LINE TO PRINT-LINE.
008330     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
008340         AFTER ADVANCING 1 LINE.
008350*
008360     COMPUTE CHANGE-IN-COUNT = STAT-COUNT - BEFORE-COUNT.
008370     MOVE "CHANGE"        TO RDH-STS-LABEL.
008380     MOVE CHANGE-IN-COUNT TO RDH-STS-COUNT.
008390     IF BEFORE-COUNT = ZERO OR STAT-COUNT = ZERO
008400         MOVE SPACES TO RDH-STS-SMALLEST-X
008410         MOVE SPACES TO RDH-STS-LARGEST-X
008420         MOVE SPACES TO RDH-STS-MEAN-X
008430     ELSE
008440         COMPUTE CHANGE-IN-SMALLEST =
008450             STAT-SMALLEST - BEFORE-SMALLEST
008460         COMPUTE CHANGE-IN-LARGEST =
008470             STAT-LARGEST - BEFORE-LARGEST
008480         COMPUTE CHANGE-IN-MEAN =
008490             STAT-MEAN - BEFORE-MEAN
008500         MOVE CHANGE-IN-SMALLEST TO RDH-STS-SMALLEST
008510         MOVE CHANGE-IN-LARGEST  TO RDH-STS-LARGEST
008520         MOVE CHANGE-IN-MEAN     TO RDH-STS-MEAN
008530     END-IF.
008540     MOVE RDH-STATS-LINE TO PRINT-LINE.
008550     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
008560         AFTER ADVANCING 1 LINE.
008570*
008580 3600-PRINT-COMPARISON-EXIT.
008590     EXIT.
008600*
008610*----------------------------------------------------------------
008620* 6000-DAY-STATISTICS - COUNT, SMALLEST, LARGEST AND MEAN OF THE
008630*     READINGS THE DAY HOLDS NOW
008640*----------------------------------------------------------------
008650 6000-DAY-STATISTICS.
008660*
008670     MOVE DAY-READING-COUNT TO STAT-COUNT.
008680     MOVE ZERO TO STAT-SUM.
008690     MOVE ZERO TO STAT-SMALLEST.
008700     MOVE ZERO TO STAT-LARGEST.
008710     MOVE ZERO TO STAT-MEAN.
008720     IF STAT-COUNT = ZERO
008730         GO TO 6000-DAY-STATISTICS-EXIT
008740     END-IF.
008750*
008760     MOVE DAY-VALUE-TABLE(1) TO STAT-SMALLEST.
008770     MOVE DAY-VALUE-TABLE(1) TO STAT-LARGEST.
008780     PERFORM 6010-TALLY-ONE-READING
008790         THRU 6010-TALLY-ONE-READING-EXIT
008800         VARYING D FROM 1 BY 1
008810         UNTIL D > DAY-READING-COUNT.
008820     COMPUTE STAT-MEAN ROUNDED = STAT-SUM / STAT-COUNT.
008830*
008840 6000-DAY-STATISTICS-EXIT.
008850     EXIT.
008860*
008870 6010-TALLY-ONE-READING.
008880*
008890     ADD DAY-VALUE-TABLE(D) TO STAT-SUM.
008900     IF DAY-VALUE-TABLE(D) < STAT-SMALLEST
008910         MOVE DAY-VALUE-TABLE(D) TO STAT-SMALLEST
008920     END-IF.
008930     IF DAY-VALUE-TABLE(D) > STAT-LARGEST
008940         MOVE DAY-VALUE-TABLE(D) TO STAT-LARGEST
008950     END-IF.
008960*
008970 6010-TALLY-ONE-READING-EXIT.
008980     EXIT.
008990*
009000*----------------------------------------------------------------
009010* 6100-FIND-DAY-READING - LOOK FOR THE SHIFT AND SEQUENCE OF
009020*     CHANGE C AMONG THE READINGS THE DAY HOLDS
009030*----------------------------------------------------------------
009040 6100-FIND-DAY-READING.
009050*
009060     SET DAY-READING-NOT-FOUND TO TRUE.
009070     MOVE ZERO TO FOUND-IX.
009080     PERFORM 6110-CHECK-ONE-DAY-READING
009090         THRU 6110-CHECK-ONE-DAY-READING-EXIT
009100         VARYING D FROM 1 BY 1
009110         UNTIL D > DAY-READING-COUNT
009120            OR DAY-READING-FOUND.
009130*
009140 6100-FIND-DAY-READING-EXIT.
009150     EXIT.
009160*
009170 6110-CHECK-ONE-DAY-READING.
009180*
009190     IF DAY-SHIFT-TABLE(D) = CHG-SHIFT-TABLE(C)
009200         AND DAY-SEQUENCE-TABLE(D) = CHG-SEQUENCE-TABLE(C)
009210         SET DAY-READING-FOUND TO TRUE
009220         MOVE D TO FOUND-IX
009230     END-IF.
009240*
009250 6110-CHECK-ONE-DAY-READING-EXIT.
009260     EXIT.
009270*
009280 6200-ADD-DAY-READING.
009290*
009300     IF DAY-READING-COUNT NOT < DAY-MAX
009310         SET TABLES-OVERFLOWED TO TRUE
009320         GO TO 6200-ADD-DAY-READING-EXIT
009330     END-IF.
009340     ADD 1 TO DAY-READING-COUNT.
009350     MOVE CHG-SHIFT-TABLE(C)
009360         TO DAY-SHIFT-TABLE(DAY-READING-COUNT).
009370     MOVE CHG-SEQUENCE-TABLE(C)
009380         TO DAY-SEQUENCE-TABLE(DAY-READING-COUNT).
009390     MOVE CHG-VALUE-TABLE(C)
009400         TO DAY-VALUE-TABLE(DAY-READING-COUNT).
009410     MOVE CHG-RECNO-TABLE(C)
009420         TO DAY-RECNO-TABLE(DAY-READING-COUNT).
009430*
009440 6200-ADD-DAY-READING-EXIT.
009450     EXIT.
009460*
009470 6300-REMOVE-DAY-READING.
009480*
009490     IF FOUND-IX < DAY-READING-COUNT
009500         MOVE DAY-SHIFT-TABLE(DAY-READING-COUNT)
009510             TO DAY-SHIFT-TABLE(FOUND-IX)
009520         MOVE DAY-SEQUENCE-TABLE(DAY-READING-COUNT)
009530             TO DAY-SEQUENCE-TABLE(FOUND-IX)
009540         MOVE DAY-VALUE-TABLE(DAY-READING-COUNT)
009550             TO DAY-VALUE-TABLE(FOUND-IX)
009560         MOVE DAY-RECNO-TABLE(DAY-READING-COUNT)
009570             TO DAY-RECNO-TABLE(FOUND-IX)
009580     END-IF.
009590     SUBTRACT 1 FROM DAY-READING-COUNT.
009600*
009610 6300-REMOVE-DAY-READING-EXIT.
009620     EXIT.
009630*
009640*----------------------------------------------------------------
009650* 7000-SET-REASON-INDEX - REASON CODE OF CHANGE C TO ITS POSITION
009660*     IN THE REASON TALLIES
009670*----------------------------------------------------------------
009680 7000-SET-REASON-INDEX.
009690*
009700     EVALUATE CHG-REASON-TABLE(C)
009710         WHEN "FD"
009720             MOVE 1 TO R
009730         WHEN "AM"
009740             MOVE 2 TO R
009750         WHEN "CM"
009760             MOVE 3 TO R
009770         WHEN "RS"
009780             MOVE 4 TO R
009790         WHEN "PG"
009800             MOVE 5 TO R
009810         WHEN OTHER
009820             MOVE 6 TO R
009830     END-EVALUATE.
009840*
009850 7000-SET-REASON-INDEX-EXIT.
009860     EXIT.
009870*
009880*----------------------------------------------------------------
009890* 8000-WRITE-TOTALS - RUN COUNTS AND THE RETURN CODE:
009900*      0 = CLEAN
009910*      4 = NO JOURNAL ENTRIES FOR THE DAY, A VERSION OR THE DAY
009920*          TOO LARGE TO HOLD, OR A DAY LOADED BEFORE THE JOURNAL
009921*          WITH NO MASTER TO REBUILD ITS BEFORE PICTURE FROM
009930*     16 = PARAMETER BAD OR JOURNAL UNAVAILABLE
009940*----------------------------------------------------------------
009950 8000-WRITE-TOTALS.
009960*
009970     IF DAY-ENTRY-COUNT = ZERO
009980         MOVE RDH-NO-ENTRIES-LINE TO PRINT-LINE
009990         WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
010000             AFTER ADVANCING 2 LINES
010010     END-IF.
010020     IF TABLES-OVERFLOWED
010030         MOVE RDH-OVERFLOW-LINE TO PRINT-LINE
010040         WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
010050             AFTER ADVANCING 2 LINES
010060     END-IF.
010070*
010080     MOVE "JOURNAL ENTRIES READ:" TO RDH-CNT-LABEL.
010090     MOVE JOURNAL-READ-COUNT TO RDH-CNT-VALUE.
010100     MOVE RDH-COUNT-LINE TO PRINT-LINE.
010110     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
010120         AFTER ADVANCING 3 LINES.
010130*
010140     MOVE "ENTRIES FOR THIS LOCATION AND DATE:" TO RDH-CNT-LABEL.
010150     MOVE DAY-ENTRY-COUNT TO RDH-CNT-VALUE.
010160     MOVE RDH-COUNT-LINE TO PRINT-LINE.
010170     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
010180         AFTER ADVANCING 1 LINE.
010190*
010200     MOVE "VERSIONS OF THE DAY:" TO RDH-CNT-LABEL.
010210     MOVE VERSION-NUMBER TO RDH-CNT-VALUE.
010220     MOVE RDH-COUNT-LINE TO PRINT-LINE.
010230     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
010240         AFTER ADVANCING 1 LINE.
010250*
010260     MOVE "READINGS HELD AFTER THE LATEST VERSION:"
010270         TO RDH-CNT-LABEL.
010280     MOVE DAY-READING-COUNT TO RDH-CNT-VALUE.
010290     MOVE RDH-COUNT-LINE TO PRINT-LINE.
010300     WRITE HISTORY-REPORT-RECORD FROM PRINT-LINE
010310         AFTER ADVANCING 1 LINE.
010320*
010330     IF RETURN-CODE = ZERO
010340         AND (DAY-ENTRY-COUNT = ZERO
010350              OR TABLES-OVERFLOWED
010351              OR BEFORE-INCOMPLETE)
010360         MOVE 4 TO RETURN-CODE
010370     END-IF.
010380*
010390 8000-WRITE-TOTALS-EXIT.
010400     EXIT.
010410*
010420*----------------------------------------------------------------
010430* 9999-TERMINATE - CLOSE FILES BEFORE STOP RUN
010440*----------------------------------------------------------------
010450 9999-TERMINATE.
010460*
010470     CLOSE HISTORY-REPORT-FILE.
010480*
010490 9999-TERMINATE-EXIT.
010500     EXIT.
