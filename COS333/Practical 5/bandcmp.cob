000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     BANDCMP.
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
000220* 2026-10-15 DF    ORIGINAL PROGRAM - BAND COMPLIANCE RETURN
000230*                  FOR THE MONTH OR YEAR ON THE PARAMETER CARD.
000240*                  EVERY READING ON THE KEYED READINGS MASTER
000250*                  IN THE PERIOD IS HELD AGAINST THE SHIFT
000260*                  MASTER BAND VERSION IN FORCE ON ITS READING
000270*                  DATE.  FOR EACH LOCATION AND SHIFT IT GIVES
000280*                  READINGS IN, BELOW AND ABOVE BAND, THE
000290*                  COMPLIANCE PERCENTAGE, THE PRODUCTION DAYS
000300*                  (PER THE PRODUCTION CALENDAR) WITH AN
000310*                  EXCEEDANCE AND THE LONGEST RUN OF THEM, THEN
000320*                  LISTS THE EXCEEDANCE DAYS AND CLOSES WITH A
000330*                  PLANT SUMMARY PAGE FOR THE MANAGER TO SIGN.
000331* 2026-10-15 DF    HOLD ONLY THE PERIOD'S PRODUCTION CALENDAR
000332*                  DAYS; A CALENDAR STILL TOO LONG TO HOLD IS
000333*                  REPORTED ON THE PLANT SUMMARY PAGE.
000334* 2026-10-15 DF    HOLD UP TO 200 SHIFT MASTER VERSIONS, AS
000335*                  SHFTMNT KEEPS.
000340*--------------------------------------------------------------
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390*
000400     SELECT READINGS-MASTER-FILE ASSIGN TO "READMST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS RDM-KEY
000440         FILE STATUS IS READINGS-MASTER-STATUS.
000450*
000460     SELECT SHIFT-MASTER-FILE ASSIGN TO "SHIFTMST"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS SHIFT-MASTER-STATUS.
000490*
000500     SELECT PRODUCTION-CALENDAR-FILE ASSIGN TO "PRODCAL"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS PRODCAL-STATUS.
000530*
000540     SELECT PARAMETER-FILE ASSIGN TO "BCMPARM"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS PARAMETER-STATUS.
000570*
000580     SELECT COMPLIANCE-REPORT-FILE ASSIGN TO "BCMRPT"
000590         ORGANIZATION IS SEQUENTIAL.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640 FD  READINGS-MASTER-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 40 CHARACTERS.
000670 01  READINGS-MASTER-RECORD.
000680     05  RDM-KEY.
000690         10  RDM-LOCATION        PIC X(03).
000700         10  RDM-READING-DATE    PIC 9(08).
000710         10  RDM-SHIFT-CODE      PIC X(03).
000720         10  RDM-SEQUENCE        PIC 9(05).
000730     05  RDM-READING-VALUE       PIC S9(05)V9.
000740     05  RDM-RECORD-NUMBER       PIC 9(07).
000750     05  RDM-FILLER              PIC X(08).
000760*
000770*    ONE RECORD PER DATED VERSION OF A LOCATION/SHIFT BAND.  A
000780*    BLANK LOCATION IS THE LOCAL PLANT; BLANK OR ZERO DATES
000790*    LEAVE THE VERSION OPEN AT THAT END.
000800 FD  SHIFT-MASTER-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 64 CHARACTERS.
000830 01  SHIFT-MASTER-RECORD.
000840     05  SHM-LOCATION            PIC X(03).
000850     05  SHM-SHIFT-CODE          PIC X(03).
000860     05  SHM-DESCRIPTION         PIC X(20).
000870     05  SHM-MINIMUM-COUNT       PIC 9(04).
000880     05  SHM-BAND-LOW            PIC X(08).
000890     05  SHM-BAND-HIGH           PIC X(08).
000900     05  SHM-EFFECTIVE-FROM      PIC 9(08).
000910     05  SHM-EFFECTIVE-TO        PIC 9(08).
000920     05  SHM-FILLER              PIC X(02).
000930*
000940*    ONE RECORD PER PRODUCTION DAY, IN DATE ORDER
000950 FD  PRODUCTION-CALENDAR-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 16 CHARACTERS.
000980 01  PRODUCTION-CALENDAR-RECORD.
000990     05  CAL-DATE                PIC 9(08).
001000     05  CAL-FILLER              PIC X(08).
001010*
001020*    PARAMETER CARD - REPORT YEAR (REQUIRED) AND MONTH.  A BLANK
001030*    OR ZERO MONTH GIVES THE RETURN FOR THE WHOLE YEAR.
001040 FD  PARAMETER-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  PARAMETER-RECORD.
001080     05  PRM-REPORT-YEAR         PIC 9(04).
001090     05  PRM-REPORT-MONTH        PIC 9(02).
001100     05  PRM-REPORT-MONTH-X REDEFINES PRM-REPORT-MONTH
001110                                 PIC X(02).
001120     05  PRM-FILLER              PIC X(74).
001130*
001140 FD  COMPLIANCE-REPORT-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 80 CHARACTERS.
001170 01  COMPLIANCE-REPORT-RECORD    PIC X(80).
001180*
001190 WORKING-STORAGE SECTION.
001200*
001210*--------------------------------------------------------------
001220* SWITCHES
001230*--------------------------------------------------------------
001240 01  MASTER-SW                   PIC X(01)   VALUE "N".
001250     88  END-OF-MASTER                        VALUE "Y".
001260     88  MORE-MASTER                          VALUE "N".
001270*
001280 01  SHIFT-MASTER-SW             PIC X(01)   VALUE "N".
001290     88  END-OF-SHIFT-MASTER                  VALUE "Y".
001300     88  MORE-SHIFT-MASTER                    VALUE "N".
001310*
001320 01  CALENDAR-SW                 PIC X(01)   VALUE "N".
001330     88  END-OF-CALENDAR                      VALUE "Y".
001340     88  MORE-CALENDAR                        VALUE "N".
001350*
001360 01  CALENDAR-LOADED-SW          PIC X(01)   VALUE "N".
001370     88  CALENDAR-AVAILABLE                   VALUE "Y".
001380     88  CALENDAR-MISSING                     VALUE "N".
001390*
001400 01  PARAMETER-OK-SW             PIC X(01)   VALUE "N".
001410     88  PARAMETER-OK                         VALUE "Y".
001420     88  PARAMETER-BAD                        VALUE "N".
001430*
001440 01  BAND-FOUND-SW               PIC X(01)   VALUE "N".
001450     88  BAND-FOUND                           VALUE "Y".
001460     88  BAND-NOT-FOUND                       VALUE "N".
001470*
001480 01  PRODUCTION-DAY-SW           PIC X(01)   VALUE "N".
001490     88  PRODUCTION-DAY                       VALUE "Y".
001500     88  NOT-PRODUCTION-DAY                   VALUE "N".
001510*
001520 01  SHIFT-FOUND-SW              PIC X(01)   VALUE "N".
001530     88  SHIFT-SLOT-FOUND                     VALUE "Y".
001540     88  SHIFT-SLOT-NOT-FOUND                 VALUE "N".
001550*
001560 01  SHIFT-SLOT-OVFL-SW          PIC X(01)   VALUE "N".
001570     88  SHIFT-SLOTS-OVERFLOWED               VALUE "Y".
001580     88  SHIFT-SLOTS-FIT                      VALUE "N".
001590*
001600 01  LOC-FOUND-SW                PIC X(01)   VALUE "N".
001610     88  LOC-SLOT-FOUND                       VALUE "Y".
001620     88  LOC-SLOT-NOT-FOUND                   VALUE "N".
001630*
001640 01  LOC-SLOT-OVFL-SW            PIC X(01)   VALUE "N".
001650     88  LOC-SLOTS-OVERFLOWED                 VALUE "Y".
001660     88  LOC-SLOTS-FIT                        VALUE "N".
001670*
001671 01  CALENDAR-OVFL-SW            PIC X(01)   VALUE "N".
001672     88  CALENDAR-TRUNCATED                   VALUE "Y".
001673     88  CALENDAR-COMPLETE                    VALUE "N".
001674*
001680 01  EXCEEDANCE-OVFL-SW          PIC X(01)   VALUE "N".
001690     88  EXCEEDANCES-OVERFLOWED               VALUE "Y".
001700     88  EXCEEDANCES-FIT                      VALUE "N".
001710*
001720 01  LOC-DAY-SW                  PIC X(01)   VALUE "N".
001730     88  LOC-DAY-OPEN                         VALUE "Y".
001740     88  LOC-DAY-CLOSED                       VALUE "N".
001750*
001760 01  READINGS-MASTER-STATUS      PIC X(02).
001770 01  SHIFT-MASTER-STATUS         PIC X(02).
001780 01  PRODCAL-STATUS              PIC X(02).
001790 01  PARAMETER-STATUS            PIC X(02).
001800*
001810*--------------------------------------------------------------
001820* PERIOD AND DATE WORK AREAS
001830*--------------------------------------------------------------
001840 01  LOCAL-LOCATION-CODE         PIC X(03)   VALUE "LCL".
001850 01  REPORT-YEAR                 PIC 9(04)   VALUE ZERO.
001860 01  REPORT-MONTH                PIC 9(02)   VALUE ZERO.
001870 01  PERIOD-FROM-DATE            PIC 9(08)   VALUE ZERO.
001880 01  PERIOD-TO-DATE              PIC 9(08)   VALUE ZERO.
001890*
001900 01  PERIOD-DATE-WORK.
001910     05  PDW-YYYY                PIC 9(04).
001920     05  PDW-MM                  PIC 9(02).
001930     05  PDW-DD                  PIC 9(02).
001940 01  PERIOD-DATE-WORK-N REDEFINES PERIOD-DATE-WORK
001950                                 PIC 9(08).
001960*
001965 01  MONTH-END-DAY-NUMBER        PIC 9(07)   VALUE ZERO.
001970 01  DATE-SPLIT-WORK.
001980     05  DATE-SPLIT-YYYY         PIC 9(04).
001990     05  DATE-SPLIT-MM           PIC 9(02).
002000     05  DATE-SPLIT-DD           PIC 9(02).
002010*
002020 01  RUN-DATE.
002030     05  RUN-DATE-YYYY           PIC 9(04).
002040     05  RUN-DATE-MM             PIC 9(02).
002050     05  RUN-DATE-DD             PIC 9(02).
002060*
002070 01  FMT-DATE-IN                 PIC 9(08)   VALUE ZERO.
002080 01  FMT-DATE-OUT                PIC X(10)   VALUE SPACES.
002090*
002100*--------------------------------------------------------------
002110* SIGNED BAND LIMIT EDIT - SIGN, FIVE DIGITS, POINT, ONE DECIMAL
002120*--------------------------------------------------------------
002130 01  SIGNED-EDIT-WORK.
002140     05  SEW-INPUT.
002150         10  SEW-SIGN            PIC X(01).
002160         10  SEW-INT             PIC 9(05).
002170         10  SEW-POINT           PIC X(01).
002180         10  SEW-DEC             PIC 9(01).
002190     05  SEW-VALUE               PIC S9(05)V9.
002200     05  SEW-VALID-SW            PIC X(01).
002210         88  SEW-VALID                        VALUE "Y".
002220         88  SEW-INVALID                      VALUE "N".
002230 01  BAND-LOW-WORK               PIC S9(05)V9 VALUE ZERO.
002240*
002250*--------------------------------------------------------------
002260* SHIFT MASTER BAND VERSIONS - SAME CAPACITY AS THE NIGHTLY RUN
002270*--------------------------------------------------------------
002280 01  SHIFT-MASTER-MAX            PIC 9(03)   VALUE 200.
002290 01  SHIFT-MASTER-COUNT          PIC 9(03)   VALUE ZERO.
002300 01  L                           PIC 9(03)   VALUE ZERO.
002310 01  BAND-IX                     PIC 9(03)   VALUE ZERO.
002320 01  SHM-OPEN-END-DATE           PIC 9(08)   VALUE 99999999.
002330 01  SHM-LOC-TABLE               PIC X(03)   OCCURS 200 TIMES.
002340 01  SHM-CODE-TABLE              PIC X(03)   OCCURS 200 TIMES.
002350 01  SHM-DESC-TABLE              PIC X(20)   OCCURS 200 TIMES.
002360 01  SHM-BAND-LOW-TABLE          PIC S9(05)V9 OCCURS 200 TIMES.
002370 01  SHM-BAND-HIGH-TABLE         PIC S9(05)V9 OCCURS 200 TIMES.
002380 01  SHM-FROM-TABLE              PIC 9(08)   OCCURS 200 TIMES.
002390 01  SHM-TO-TABLE                PIC 9(08)   OCCURS 200 TIMES.
002400*
002410*--------------------------------------------------------------
002420* PRODUCTION CALENDAR.  A DAY'S POSITION IN THE CALENDAR IS ITS
002430* ORDINAL, SO TWO EXCEEDANCE DAYS ARE CONSECUTIVE WHEN THEIR
002440* ORDINALS DIFFER BY ONE.  WITHOUT A CALENDAR EVERY READING DAY
002450* IS TAKEN AS A PRODUCTION DAY AND THE ORDINAL IS THE DAY NUMBER.
002460*--------------------------------------------------------------
002470 01  CALENDAR-MAX                PIC 9(03)   VALUE 400.
002480 01  CALENDAR-COUNT              PIC 9(03)   VALUE ZERO.
002490 01  CAL-IX                      PIC 9(03)   VALUE ZERO.
002500 01  CAL-DATE-TABLE              PIC 9(08)   OCCURS 400 TIMES.
002510*
002520*--------------------------------------------------------------
002530* DAY GROUP - THE READINGS OF ONE LOCATION, READING DATE AND
002540* SHIFT, HELD AGAINST THE BAND IN FORCE ON THAT DATE
002550*--------------------------------------------------------------
002560 01  DAY-LOCATION                PIC X(03)   VALUE SPACES.
002570 01  DAY-DATE                    PIC 9(08)   VALUE ZERO.
002580 01  DAY-SHIFT-CODE              PIC X(03)   VALUE SPACES.
002590 01  DAY-COUNT                   PIC 9(05)   VALUE ZERO.
002600 01  DAY-IN-BAND                 PIC 9(05)   VALUE ZERO.
002610 01  DAY-BELOW                   PIC 9(05)   VALUE ZERO.
002620 01  DAY-ABOVE                   PIC 9(05)   VALUE ZERO.
002630 01  DAY-NO-BAND                 PIC 9(05)   VALUE ZERO.
002640 01  DAY-LOWEST                  PIC S9(05)V9 VALUE ZERO.
002650 01  DAY-HIGHEST                 PIC S9(05)V9 VALUE ZERO.
002660 01  DAY-BAND-LOW                PIC S9(05)V9 VALUE ZERO.
002670 01  DAY-BAND-HIGH               PIC S9(05)V9 VALUE ZERO.
002680 01  DAY-ORDINAL                 PIC 9(07)   VALUE ZERO.
002690*
002700*--------------------------------------------------------------
002710* PER LOCATION/SHIFT SLOTS
002720*--------------------------------------------------------------
002730 01  SHIFT-SLOT-MAX              PIC 9(02)   VALUE 30.
002740 01  SHIFT-SLOT-COUNT            PIC 9(02)   VALUE ZERO.
002750 01  SHIFT-SLOT-IX               PIC 9(02)   VALUE ZERO.
002760 01  SLOT-LOC-TABLE              PIC X(03)   OCCURS 30 TIMES.
002770 01  SLOT-CODE-TABLE             PIC X(03)   OCCURS 30 TIMES.
002780 01  SLOT-READINGS-TABLE         PIC 9(07)   OCCURS 30 TIMES.
002790 01  SLOT-IN-BAND-TABLE          PIC 9(07)   OCCURS 30 TIMES.
002800 01  SLOT-BELOW-TABLE            PIC 9(07)   OCCURS 30 TIMES.
002810 01  SLOT-ABOVE-TABLE            PIC 9(07)   OCCURS 30 TIMES.
002820 01  SLOT-NO-BAND-TABLE          PIC 9(07)   OCCURS 30 TIMES.
002830 01  SLOT-PROD-DAYS-TABLE        PIC 9(05)   OCCURS 30 TIMES.
002840 01  SLOT-EXC-DAYS-TABLE         PIC 9(05)   OCCURS 30 TIMES.
002850 01  SLOT-LAST-EXC-TABLE         PIC 9(07)   OCCURS 30 TIMES.
002860 01  SLOT-RUN-TABLE              PIC 9(05)   OCCURS 30 TIMES.
002870 01  SLOT-LONGEST-TABLE          PIC 9(05)   OCCURS 30 TIMES.
002880*
002890*--------------------------------------------------------------
002900* PER LOCATION (PLANT) SLOTS.  A LOCATION DAY IS A PRODUCTION
002910* DAY ON WHICH ANY SHIFT OF THE LOCATION HAD READINGS, AND AN
002920* EXCEEDANCE DAY IF ANY OF THOSE SHIFTS HAD AN EXCEEDANCE.
002930*--------------------------------------------------------------
002940 01  LOC-SLOT-MAX                PIC 9(02)   VALUE 10.
002950 01  LOC-SLOT-COUNT              PIC 9(02)   VALUE ZERO.
002960 01  LOC-SLOT-IX                 PIC 9(02)   VALUE ZERO.
002970 01  LOCN-CODE-TABLE             PIC X(03)   OCCURS 10 TIMES.
002980 01  LOCN-READINGS-TABLE         PIC 9(07)   OCCURS 10 TIMES.
002990 01  LOCN-IN-BAND-TABLE          PIC 9(07)   OCCURS 10 TIMES.
003000 01  LOCN-BELOW-TABLE            PIC 9(07)   OCCURS 10 TIMES.
003010 01  LOCN-ABOVE-TABLE            PIC 9(07)   OCCURS 10 TIMES.
003020 01  LOCN-NO-BAND-TABLE          PIC 9(07)   OCCURS 10 TIMES.
003030 01  LOCN-PROD-DAYS-TABLE        PIC 9(05)   OCCURS 10 TIMES.
003040 01  LOCN-EXC-DAYS-TABLE         PIC 9(05)   OCCURS 10 TIMES.
003050 01  LOCN-LAST-EXC-TABLE         PIC 9(07)   OCCURS 10 TIMES.
003060 01  LOCN-RUN-TABLE              PIC 9(05)   OCCURS 10 TIMES.
003070 01  LOCN-LONGEST-TABLE          PIC 9(05)   OCCURS 10 TIMES.
003080*
003090 01  LDAY-LOCATION               PIC X(03)   VALUE SPACES.
003100 01  LDAY-DATE                   PIC 9(08)   VALUE ZERO.
003110 01  LDAY-ORDINAL                PIC 9(07)   VALUE ZERO.
003120 01  LDAY-PROD-SW                PIC X(01)   VALUE "N".
003130 01  LDAY-EXC-SW                 PIC X(01)   VALUE "N".
003140*
003150*--------------------------------------------------------------
003160* EXCEEDANCE DAYS - ONE PER LOCATION/SHIFT/DAY WITH A READING
003170* OUTSIDE ITS BAND, IN MASTER KEY ORDER
003180*--------------------------------------------------------------
003190 01  EXCEEDANCE-MAX              PIC 9(04)   VALUE 3000.
003200 01  EXCEEDANCE-COUNT            PIC 9(04)   VALUE ZERO.
003210 01  X                           PIC 9(04)   VALUE ZERO.
003220 01  EXD-SLOT-TABLE              PIC 9(02)   OCCURS 3000 TIMES.
003230 01  EXD-DATE-TABLE              PIC 9(08)   OCCURS 3000 TIMES.
003240 01  EXD-COUNT-TABLE             PIC 9(05)   OCCURS 3000 TIMES.
003250 01  EXD-BELOW-TABLE             PIC 9(05)   OCCURS 3000 TIMES.
003260 01  EXD-ABOVE-TABLE             PIC 9(05)   OCCURS 3000 TIMES.
003270 01  EXD-LOWEST-TABLE            PIC S9(05)V9
003280                                 OCCURS 3000 TIMES.
003290 01  EXD-HIGHEST-TABLE           PIC S9(05)V9
003300                                 OCCURS 3000 TIMES.
003310 01  EXD-PROD-TABLE              PIC X(01)   OCCURS 3000 TIMES.
003320*
003330*--------------------------------------------------------------
003340* PERCENTAGE AND TOTAL WORK AREAS
003350*--------------------------------------------------------------
003360 01  WORK-READINGS               PIC 9(09)   VALUE ZERO.
003370 01  WORK-IN-BAND                PIC 9(09)   VALUE ZERO.
003380 01  WORK-BELOW                  PIC 9(09)   VALUE ZERO.
003390 01  WORK-ABOVE                  PIC 9(09)   VALUE ZERO.
003400 01  WORK-NO-BAND                PIC 9(09)   VALUE ZERO.
003410 01  WORK-PROD-DAYS              PIC 9(05)   VALUE ZERO.
003420 01  WORK-EXC-DAYS               PIC 9(05)   VALUE ZERO.
003430 01  WORK-LONGEST                PIC 9(05)   VALUE ZERO.
003440 01  WORK-RATED                  PIC 9(09)   VALUE ZERO.
003450 01  WORK-CLEAR-DAYS             PIC 9(05)   VALUE ZERO.
003460 01  WORK-PERCENT                PIC 9(03)V9 VALUE ZERO.
003470*
003480 01  TOT-READINGS                PIC 9(09)   VALUE ZERO.
003490 01  TOT-IN-BAND                 PIC 9(09)   VALUE ZERO.
003500 01  TOT-BELOW                   PIC 9(09)   VALUE ZERO.
003510 01  TOT-ABOVE                   PIC 9(09)   VALUE ZERO.
003520 01  TOT-NO-BAND                 PIC 9(09)   VALUE ZERO.
003530 01  TOT-PROD-DAYS               PIC 9(05)   VALUE ZERO.
003540 01  TOT-EXC-DAYS                PIC 9(05)   VALUE ZERO.
003550 01  TOT-LONGEST                 PIC 9(05)   VALUE ZERO.
003560*
003570 01  MASTER-READ-COUNT           PIC 9(09)   VALUE ZERO.
003580*
003590*--------------------------------------------------------------
003600* REPORT LINES
003610*--------------------------------------------------------------
003620 01  PRINT-LINE                  PIC X(80).
003630*
003640 01  BCM-HEADING-1.
003650     05  FILLER                  PIC X(34)
003660             VALUE "BAND COMPLIANCE RETURN".
003670     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
003680     05  BCM-HDG-MM              PIC 99.
003690     05  FILLER                  PIC X(01) VALUE "/".
003700     05  BCM-HDG-DD              PIC 99.
003710     05  FILLER                  PIC X(01) VALUE "/".
003720     05  BCM-HDG-YYYY            PIC 9(04).
003730     05  FILLER                  PIC X(26) VALUE SPACES.
003740*
003750 01  BCM-PERIOD-LINE.
003760     05  FILLER                  PIC X(08) VALUE "PERIOD: ".
003770     05  BCM-PRD-TEXT            PIC X(16).
003780     05  FILLER                  PIC X(08) VALUE "  FROM: ".
003790     05  BCM-PRD-FROM            PIC X(10).
003800     05  FILLER                  PIC X(06) VALUE "  TO: ".
003810     05  BCM-PRD-TO              PIC X(10).
003820     05  FILLER                  PIC X(22) VALUE SPACES.
003830*
003840 01  BCM-SECTION-LINE.
003850     05  BCM-SEC-TITLE           PIC X(60).
003860     05  FILLER                  PIC X(20) VALUE SPACES.
003870*
003880 01  BCM-COLUMN-HEADING-1.
003890     05  FILLER                  PIC X(09) VALUE SPACES.
003900     05  FILLER                  PIC X(32)
003910             VALUE "----------- READINGS -----------".
003920     05  FILLER                  PIC X(02) VALUE SPACES.
003930     05  FILLER                  PIC X(05) VALUE "COMPL".
003940     05  FILLER                  PIC X(03) VALUE SPACES.
003950     05  FILLER                  PIC X(16)
003960             VALUE "-- PROD DAYS ---".
003970     05  FILLER                  PIC X(03) VALUE SPACES.
003980     05  FILLER                  PIC X(03) VALUE "MAX".
003990     05  FILLER                  PIC X(07) VALUE SPACES.
004000*
004010 01  BCM-COLUMN-HEADING-2.
004020     05  FILLER                  PIC X(08) VALUE "LOC SHFT".
004030     05  FILLER                  PIC X(01) VALUE SPACES.
004040     05  FILLER                  PIC X(07) VALUE "  TOTAL".
004050     05  FILLER                  PIC X(02) VALUE SPACES.
004060     05  FILLER                  PIC X(07) VALUE "IN BAND".
004070     05  FILLER                  PIC X(02) VALUE SPACES.
004080     05  FILLER                  PIC X(06) VALUE " BELOW".
004090     05  FILLER                  PIC X(02) VALUE SPACES.
004100     05  FILLER                  PIC X(06) VALUE " ABOVE".
004110     05  FILLER                  PIC X(02) VALUE SPACES.
004120     05  FILLER                  PIC X(05) VALUE "  PCT".
004130     05  FILLER                  PIC X(03) VALUE SPACES.
004140     05  FILLER                  PIC X(03) VALUE "ALL".
004150     05  FILLER                  PIC X(03) VALUE SPACES.
004160     05  FILLER                  PIC X(03) VALUE "EXC".
004170     05  FILLER                  PIC X(02) VALUE SPACES.
004180     05  FILLER                  PIC X(05) VALUE "  PCT".
004190     05  FILLER                  PIC X(03) VALUE SPACES.
004200     05  FILLER                  PIC X(03) VALUE "RUN".
004210     05  FILLER                  PIC X(07) VALUE SPACES.
004220*
004230 01  BCM-DETAIL-LINE.
004240     05  BCM-DTL-LOCATION        PIC X(03).
004250     05  FILLER                  PIC X(01) VALUE SPACES.
004260     05  BCM-DTL-SHIFT           PIC X(03).
004270     05  FILLER                  PIC X(02) VALUE SPACES.
004280     05  BCM-DTL-READINGS        PIC ZZZ,ZZ9.
004290     05  FILLER                  PIC X(02) VALUE SPACES.
004300     05  BCM-DTL-IN-BAND         PIC ZZZ,ZZ9.
004310     05  FILLER                  PIC X(02) VALUE SPACES.
004320     05  BCM-DTL-BELOW           PIC ZZ,ZZ9.
004330     05  FILLER                  PIC X(02) VALUE SPACES.
004340     05  BCM-DTL-ABOVE           PIC ZZ,ZZ9.
004350     05  FILLER                  PIC X(02) VALUE SPACES.
004360     05  BCM-DTL-PERCENT         PIC ZZ9.9.
004370     05  BCM-DTL-PERCENT-X REDEFINES BCM-DTL-PERCENT
004380                                 PIC X(05).
004390     05  FILLER                  PIC X(03) VALUE SPACES.
004400     05  BCM-DTL-PROD-DAYS       PIC ZZ9.
004410     05  FILLER                  PIC X(03) VALUE SPACES.
004420     05  BCM-DTL-EXC-DAYS        PIC ZZ9.
004430     05  FILLER                  PIC X(02) VALUE SPACES.
004440     05  BCM-DTL-DAY-PERCENT     PIC ZZ9.9.
004450     05  BCM-DTL-DAY-PERCENT-X REDEFINES BCM-DTL-DAY-PERCENT
004460                                 PIC X(05).
004470     05  FILLER                  PIC X(03) VALUE SPACES.
004480     05  BCM-DTL-LONGEST         PIC ZZ9.
004490     05  FILLER                  PIC X(07) VALUE SPACES.
004500*
004510 01  BCM-NO-BAND-LINE.
004520     05  FILLER                  PIC X(09) VALUE SPACES.
004530     05  FILLER                  PIC X(36)
004540             VALUE "READINGS WITH NO BAND IN FORCE:".
004550     05  BCM-NBD-COUNT           PIC ZZZ,ZZ9.
004560     05  FILLER                  PIC X(28)
004570             VALUE "  (NOT IN THE PERCENTAGE)".
004580*
004590 01  BCM-BAND-HEADING.
004600     05  FILLER                  PIC X(08) VALUE "LOC SHFT".
004610     05  FILLER                  PIC X(01) VALUE SPACES.
004620     05  FILLER                  PIC X(20) VALUE "DESCRIPTION".
004630     05  FILLER                  PIC X(02) VALUE SPACES.
004640     05  FILLER                  PIC X(08) VALUE "BAND LOW".
004650     05  FILLER                  PIC X(02) VALUE SPACES.
004660     05  FILLER                  PIC X(08) VALUE "    HIGH".
004670     05  FILLER                  PIC X(02) VALUE SPACES.
004680     05  FILLER                  PIC X(10) VALUE "IN FORCE".
004690     05  FILLER                  PIC X(02) VALUE SPACES.
004700     05  FILLER                  PIC X(10) VALUE "UNTIL".
004710     05  FILLER                  PIC X(07) VALUE SPACES.
004720*
004730 01  BCM-BAND-LINE.
004740     05  BCM-BND-LOCATION        PIC X(03).
004750     05  FILLER                  PIC X(01) VALUE SPACES.
004760     05  BCM-BND-SHIFT           PIC X(03).
004770     05  FILLER                  PIC X(02) VALUE SPACES.
004780     05  BCM-BND-DESCRIPTION     PIC X(20).
004790     05  FILLER                  PIC X(02) VALUE SPACES.
004800     05  BCM-BND-LOW             PIC +ZZZZ9.9.
004810     05  FILLER                  PIC X(02) VALUE SPACES.
004820     05  BCM-BND-HIGH            PIC +ZZZZ9.9.
004830     05  FILLER                  PIC X(02) VALUE SPACES.
004840     05  BCM-BND-FROM            PIC X(10).
004850     05  FILLER                  PIC X(02) VALUE SPACES.
004860     05  BCM-BND-TO              PIC X(10).
004870     05  FILLER                  PIC X(07) VALUE SPACES.
004880*
004890 01  BCM-EXC-HEADING.
004900     05  FILLER                  PIC X(08) VALUE "LOC SHFT".
004910     05  FILLER                  PIC X(02) VALUE SPACES.
004920     05  FILLER                  PIC X(10) VALUE "DATE".
004930     05  FILLER                  PIC X(02) VALUE SPACES.
004940     05  FILLER                  PIC X(06) VALUE "  READ".
004950     05  FILLER                  PIC X(02) VALUE SPACES.
004960     05  FILLER                  PIC X(06) VALUE " BELOW".
004970     05  FILLER                  PIC X(02) VALUE SPACES.
004980     05  FILLER                  PIC X(06) VALUE " ABOVE".
004990     05  FILLER                  PIC X(02) VALUE SPACES.
005000     05  FILLER                  PIC X(08) VALUE "  LOWEST".
005010     05  FILLER                  PIC X(02) VALUE SPACES.
005020     05  FILLER                  PIC X(08) VALUE " HIGHEST".
005030     05  FILLER                  PIC X(16) VALUE SPACES.
005040*
005050 01  BCM-EXC-LINE.
005060     05  BCM-EXC-LOCATION        PIC X(03).
005070     05  FILLER                  PIC X(01) VALUE SPACES.
005080     05  BCM-EXC-SHIFT           PIC X(03).
005090     05  FILLER                  PIC X(03) VALUE SPACES.
005100     05  BCM-EXC-DATE            PIC X(10).
005110     05  FILLER                  PIC X(02) VALUE SPACES.
005120     05  BCM-EXC-COUNT           PIC ZZ,ZZ9.
005130     05  FILLER                  PIC X(02) VALUE SPACES.
005140     05  BCM-EXC-BELOW           PIC ZZ,ZZ9.
005150     05  FILLER                  PIC X(02) VALUE SPACES.
005160     05  BCM-EXC-ABOVE           PIC ZZ,ZZ9.
005170     05  FILLER                  PIC X(02) VALUE SPACES.
005180     05  BCM-EXC-LOWEST          PIC +ZZZZ9.9.
005190     05  FILLER                  PIC X(02) VALUE SPACES.
005200     05  BCM-EXC-HIGHEST         PIC +ZZZZ9.9.
005210     05  FILLER                  PIC X(02) VALUE SPACES.
005220     05  BCM-EXC-NOTE            PIC X(14).
005230*
005240 01  BCM-NONE-LINE.
005250     05  FILLER                  PIC X(10) VALUE "  NONE".
005260     05  FILLER                  PIC X(70) VALUE SPACES.
005290*
005300 01  BCM-LEGEND-1.
005310     05  FILLER                  PIC X(44)
005320             VALUE "PCT = READINGS IN BAND AS A PERCENTAGE OF RE".
005330     05  FILLER                  PIC X(36)
005340             VALUE "ADINGS WITH A BAND IN FORCE".
005350*
005360 01  BCM-LEGEND-2.
005370     05  FILLER                  PIC X(44)
005380             VALUE "PROD DAYS: ALL = PRODUCTION DAYS WITH READIN".
005390     05  FILLER                  PIC X(36)
005400             VALUE "GS, EXC = DAYS WITH AN EXCEEDANCE,".
005410*
005420 01  BCM-LEGEND-3.
005430     05  FILLER                  PIC X(44)
005440             VALUE "PCT = DAYS WITHOUT AN EXCEEDANCE, MAX RUN = ".
005450     05  FILLER                  PIC X(36)
005460             VALUE "LONGEST RUN OF CONSECUTIVE EXC DAYS".
005470*
005480 01  BCM-CERTIFY-LINE.
005490     05  FILLER                  PIC X(44)
005500             VALUE "CERTIFIED A TRUE RETURN OF THE READINGS HELD".
005510     05  FILLER                  PIC X(36)
005520             VALUE " ON THE READINGS MASTER.".
005530*
005540 01  BCM-SIGNATURE-LINE.
005550     05  FILLER                  PIC X(15)
005555             VALUE "PLANT MANAGER: ".
005560     05  FILLER                  PIC X(35) VALUE ALL "_".
005570     05  FILLER                  PIC X(09) VALUE "   DATE: ".
005580     05  FILLER                  PIC X(14) VALUE ALL "_".
005590     05  FILLER                  PIC X(07) VALUE SPACES.
005600*
005610 01  BCM-COUNT-LINE.
005620     05  BCM-CNT-LABEL           PIC X(44).
005630     05  BCM-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
005640     05  FILLER                  PIC X(25) VALUE SPACES.
005650*
005660 01  BCM-NO-PARM-LINE.
005670     05  FILLER                  PIC X(44)
005680             VALUE "REPORT YEAR OR MONTH MISSING OR NOT VALID - ".
005690     05  FILLER                  PIC X(36)
005700             VALUE "NO RETURN PRODUCED".
005710*
005720 01  BCM-NO-MASTER-LINE.
005730     05  FILLER                  PIC X(44)
005740             VALUE "READINGS MASTER NOT AVAILABLE - NO RETURN PR".
005750     05  FILLER                  PIC X(36)
005760             VALUE "ODUCED".
005770*
005780 01  BCM-NO-SHIFTS-LINE.
005790     05  FILLER                  PIC X(44)
005800             VALUE "SHIFT MASTER NOT AVAILABLE OR EMPTY - NO RET".
005810     05  FILLER                  PIC X(36)
005820             VALUE "URN PRODUCED".
005830*
005840 01  BCM-NO-CALENDAR-LINE.
005850     05  FILLER                  PIC X(44)
005860             VALUE "PRODUCTION CALENDAR NOT AVAILABLE - EVERY RE".
005870     05  FILLER                  PIC X(36)
005880             VALUE "ADING DAY COUNTED AS PRODUCTION DAY".
005890*
005900 01  BCM-NO-DATA-LINE.
005910     05  FILLER                  PIC X(44)
005920             VALUE "NO READINGS ON THE MASTER IN THE PERIOD".
005930     05  FILLER                  PIC X(36) VALUE SPACES.
005940*
005950 01  BCM-OVERFLOW-LINE.
005960     05  FILLER                  PIC X(44)
005970             VALUE "TOO MANY LOCATIONS, SHIFTS OR EXCEEDANCE DAY".
005980     05  FILLER                  PIC X(36)
005990             VALUE "S - RETURN INCOMPLETE".
006000*
006001 01  BCM-CAL-TRUNC-LINE.
006002     05  FILLER                  PIC X(44)
006003             VALUE "PRODUCTION CALENDAR TOO LONG FOR THE PERIOD ".
006004     05  FILLER                  PIC X(36)
006005             VALUE "- PRODUCTION DAYS INCOMPLETE".
006006*
006010 PROCEDURE DIVISION.
006020*
006030*----------------------------------------------------------------
006040* 0000-MAINLINE
006050*----------------------------------------------------------------
006060 0000-MAINLINE.
006070*
006080     PERFORM 1000-INITIALIZE
006090         THRU 1000-INITIALIZE-EXIT.
006100*
006110     IF PARAMETER-OK
006120         PERFORM 2000-SCAN-MASTER
006130             THRU 2000-SCAN-MASTER-EXIT
006140     END-IF.
006150*
006160     IF PARAMETER-OK
006170         PERFORM 4000-WRITE-SHIFT-COMPLIANCE
006180             THRU 4000-WRITE-SHIFT-COMPLIANCE-EXIT
006190         PERFORM 4500-WRITE-BANDS-IN-FORCE
006200             THRU 4500-WRITE-BANDS-IN-FORCE-EXIT
006210         PERFORM 5000-WRITE-EXCEEDANCE-DAYS
006220             THRU 5000-WRITE-EXCEEDANCE-DAYS-EXIT
006230         PERFORM 6000-WRITE-PLANT-SUMMARY
006240             THRU 6000-WRITE-PLANT-SUMMARY-EXIT
006250     END-IF.
006260*
006270     PERFORM 9999-TERMINATE
006280         THRU 9999-TERMINATE-EXIT.
006290*
006300     STOP RUN.
006310*
006320*----------------------------------------------------------------
006330* 1000-INITIALIZE - OPEN THE REPORT, READ THE PERIOD CARD AND
006340*     LOAD THE SHIFT MASTER BANDS AND THE PRODUCTION CALENDAR
006350*----------------------------------------------------------------
006360 1000-INITIALIZE.
006370*
006380     OPEN OUTPUT COMPLIANCE-REPORT-FILE.
006390     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
006400*
006410     MOVE RUN-DATE-MM   TO BCM-HDG-MM.
006420     MOVE RUN-DATE-DD   TO BCM-HDG-DD.
006430     MOVE RUN-DATE-YYYY TO BCM-HDG-YYYY.
006440     MOVE BCM-HEADING-1 TO PRINT-LINE.
006450     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
006460         AFTER ADVANCING 1 LINE.
006470*
006480     SET PARAMETER-BAD TO TRUE.
006490     OPEN INPUT PARAMETER-FILE.
006500     IF PARAMETER-STATUS = "00"
006510         READ PARAMETER-FILE
006520             AT END
006530                 CONTINUE
006540             NOT AT END
006550                 PERFORM 1100-EDIT-PARAMETER
006560                     THRU 1100-EDIT-PARAMETER-EXIT
006570         END-READ
006580         CLOSE PARAMETER-FILE
006590     END-IF.
006600*
006610     IF PARAMETER-BAD
006620         MOVE BCM-NO-PARM-LINE TO PRINT-LINE
006630         WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
006640             AFTER ADVANCING 2 LINES
006650         MOVE 16 TO RETURN-CODE
006660         GO TO 1000-INITIALIZE-EXIT
006670     END-IF.
006680*
006690     IF REPORT-MONTH = ZERO
006700         MOVE SPACES TO BCM-PRD-TEXT
006710         STRING "YEAR " REPORT-YEAR DELIMITED BY SIZE
006720             INTO BCM-PRD-TEXT
006730     ELSE
006740         MOVE SPACES TO BCM-PRD-TEXT
006750         STRING "MONTH " REPORT-MONTH "/" REPORT-YEAR
006760             DELIMITED BY SIZE INTO BCM-PRD-TEXT
006770     END-IF.
006780     MOVE PERIOD-FROM-DATE TO FMT-DATE-IN.
006790     PERFORM 7900-FORMAT-DATE
006800         THRU 7900-FORMAT-DATE-EXIT.
006810     MOVE FMT-DATE-OUT TO BCM-PRD-FROM.
006820     MOVE PERIOD-TO-DATE TO FMT-DATE-IN.
006830     PERFORM 7900-FORMAT-DATE
006840         THRU 7900-FORMAT-DATE-EXIT.
006850     MOVE FMT-DATE-OUT TO BCM-PRD-TO.
006860     MOVE BCM-PERIOD-LINE TO PRINT-LINE.
006870     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
006880         AFTER ADVANCING 2 LINES.
006890*
006900     PERFORM 1300-LOAD-SHIFT-MASTER
006910         THRU 1300-LOAD-SHIFT-MASTER-EXIT.
006920     IF SHIFT-MASTER-COUNT = ZERO
006930         MOVE BCM-NO-SHIFTS-LINE TO PRINT-LINE
006940         WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
006950             AFTER ADVANCING 2 LINES
006960         MOVE 16 TO RETURN-CODE
006970         SET PARAMETER-BAD TO TRUE
006980         GO TO 1000-INITIALIZE-EXIT
006990     END-IF.
007000*
007010     PERFORM 1400-LOAD-PRODUCTION-CALENDAR
007020         THRU 1400-LOAD-PRODUCTION-CALENDAR-EXIT.
007030     IF CALENDAR-MISSING
007040         MOVE BCM-NO-CALENDAR-LINE TO PRINT-LINE
007050         WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
007060             AFTER ADVANCING 2 LINES
007070     END-IF.
007080*
007090 1000-INITIALIZE-EXIT.
007100     EXIT.
007110*
007120*----------------------------------------------------------------
007130* 1100-EDIT-PARAMETER - THE YEAR IS REQUIRED.  A MONTH OF 01-12
007140*     GIVES A MONTHLY RETURN; BLANK OR ZERO GIVES THE WHOLE YEAR.
007150*----------------------------------------------------------------
007160 1100-EDIT-PARAMETER.
007170*
007180     IF PRM-REPORT-YEAR NOT NUMERIC
007190         OR PRM-REPORT-YEAR = ZERO
007200         GO TO 1100-EDIT-PARAMETER-EXIT
007210     END-IF.
007220     MOVE PRM-REPORT-YEAR TO REPORT-YEAR.
007230*
007240     IF PRM-REPORT-MONTH-X = SPACES
007250         MOVE ZERO TO REPORT-MONTH
007260     ELSE
007270         IF PRM-REPORT-MONTH NOT NUMERIC
007280             OR PRM-REPORT-MONTH > 12
007290             GO TO 1100-EDIT-PARAMETER-EXIT
007300         END-IF
007310         MOVE PRM-REPORT-MONTH TO REPORT-MONTH
007320     END-IF.
007330*
007340     MOVE REPORT-YEAR TO PDW-YYYY.
007350     IF REPORT-MONTH = ZERO
007360         MOVE 01 TO PDW-MM
007370         MOVE 01 TO PDW-DD
007380         MOVE PERIOD-DATE-WORK-N TO PERIOD-FROM-DATE
007390         MOVE 12 TO PDW-MM
007400         MOVE 31 TO PDW-DD
007410         MOVE PERIOD-DATE-WORK-N TO PERIOD-TO-DATE
007420     ELSE
007430         MOVE REPORT-MONTH TO PDW-MM
007440         MOVE 01 TO PDW-DD
007450         MOVE PERIOD-DATE-WORK-N TO PERIOD-FROM-DATE
007460         PERFORM 1150-SET-MONTH-END
007470             THRU 1150-SET-MONTH-END-EXIT
007480         MOVE PERIOD-DATE-WORK-N TO PERIOD-TO-DATE
007490     END-IF.
007500     SET PARAMETER-OK TO TRUE.
007510*
007520 1100-EDIT-PARAMETER-EXIT.
007530     EXIT.
007540*
007550*----------------------------------------------------------------
007560* 1150-SET-MONTH-END - LAST DAY OF THE MONTH IN PERIOD-DATE-WORK,
007565*     THE DAY BEFORE THE FIRST OF THE FOLLOWING MONTH
007570*----------------------------------------------------------------
007580 1150-SET-MONTH-END.
007590*
007600     MOVE 01 TO PDW-DD.
007610     IF PDW-MM = 12
007620         ADD 1 TO PDW-YYYY
007630         MOVE 01 TO PDW-MM
007640     ELSE
007650         ADD 1 TO PDW-MM
007660     END-IF.
007670     COMPUTE MONTH-END-DAY-NUMBER =
007680         FUNCTION INTEGER-OF-DATE(PERIOD-DATE-WORK-N) - 1.
007690     COMPUTE PERIOD-DATE-WORK-N =
007700         FUNCTION DATE-OF-INTEGER(MONTH-END-DAY-NUMBER).
007710*
007770 1150-SET-MONTH-END-EXIT.
007780     EXIT.
007790*
007800*----------------------------------------------------------------
007810* 1300-LOAD-SHIFT-MASTER - EVERY BAND VERSION ON THE SHIFT
007820*     MASTER, DATES DEFAULTED AS IN THE NIGHTLY RUN
007830*----------------------------------------------------------------
007840 1300-LOAD-SHIFT-MASTER.
007850*
007860     MOVE ZERO TO SHIFT-MASTER-COUNT.
007870     OPEN INPUT SHIFT-MASTER-FILE.
007880     IF SHIFT-MASTER-STATUS NOT = "00"
007890         DISPLAY "BANDCMP - SHIFT-MASTER-FILE NOT AVAILABLE, "
007900             "STATUS = " SHIFT-MASTER-STATUS
007910         GO TO 1300-LOAD-SHIFT-MASTER-EXIT
007920     END-IF.
007930*
007940     SET MORE-SHIFT-MASTER TO TRUE.
007950     PERFORM 1310-LOAD-ONE-SHIFT
007960         THRU 1310-LOAD-ONE-SHIFT-EXIT
007970         UNTIL END-OF-SHIFT-MASTER.
007980     CLOSE SHIFT-MASTER-FILE.
007990*
008000 1300-LOAD-SHIFT-MASTER-EXIT.
008010     EXIT.
008020*
008030 1310-LOAD-ONE-SHIFT.
008040*
008050     READ SHIFT-MASTER-FILE
008060         AT END
008070             SET END-OF-SHIFT-MASTER TO TRUE
008080             GO TO 1310-LOAD-ONE-SHIFT-EXIT
008090     END-READ.
008100*
008110     IF SHIFT-MASTER-COUNT >= SHIFT-MASTER-MAX
008120         DISPLAY "BANDCMP - SHIFT MASTER TRUNCATED AT "
008130             SHIFT-MASTER-MAX " ENTRIES"
008140         SET END-OF-SHIFT-MASTER TO TRUE
008150         GO TO 1310-LOAD-ONE-SHIFT-EXIT
008160     END-IF.
008170*
008180     MOVE SHM-BAND-LOW TO SEW-INPUT.
008190     PERFORM 1320-EDIT-SIGNED-VALUE
008200         THRU 1320-EDIT-SIGNED-VALUE-EXIT.
008210     IF SEW-INVALID
008220         DISPLAY "BANDCMP - SHIFT " SHM-SHIFT-CODE
008230             " BAND LOW NOT VALID, ENTRY SKIPPED"
008240         GO TO 1310-LOAD-ONE-SHIFT-EXIT
008250     END-IF.
008260     MOVE SEW-VALUE TO BAND-LOW-WORK.
008270     MOVE SHM-BAND-HIGH TO SEW-INPUT.
008280     PERFORM 1320-EDIT-SIGNED-VALUE
008290         THRU 1320-EDIT-SIGNED-VALUE-EXIT.
008300     IF SEW-INVALID
008310         DISPLAY "BANDCMP - SHIFT " SHM-SHIFT-CODE
008320             " BAND HIGH NOT VALID, ENTRY SKIPPED"
008330         GO TO 1310-LOAD-ONE-SHIFT-EXIT
008340     END-IF.
008350*
008360     ADD 1 TO SHIFT-MASTER-COUNT.
008370     MOVE SHIFT-MASTER-COUNT TO L.
008380     IF SHM-LOCATION = SPACES
008390         MOVE LOCAL-LOCATION-CODE TO SHM-LOC-TABLE(L)
008400     ELSE
008410         MOVE SHM-LOCATION TO SHM-LOC-TABLE(L)
008420     END-IF.
008430     MOVE SHM-SHIFT-CODE  TO SHM-CODE-TABLE(L).
008440     MOVE SHM-DESCRIPTION TO SHM-DESC-TABLE(L).
008450     MOVE BAND-LOW-WORK   TO SHM-BAND-LOW-TABLE(L).
008460     MOVE SEW-VALUE       TO SHM-BAND-HIGH-TABLE(L).
008470     IF SHM-EFFECTIVE-FROM NOT NUMERIC
008480         MOVE ZERO TO SHM-FROM-TABLE(L)
008490     ELSE
008500         MOVE SHM-EFFECTIVE-FROM TO SHM-FROM-TABLE(L)
008510     END-IF.
008520     IF SHM-EFFECTIVE-TO NOT NUMERIC
008530         OR SHM-EFFECTIVE-TO = ZERO
008540         MOVE SHM-OPEN-END-DATE TO SHM-TO-TABLE(L)
008550     ELSE
008560         MOVE SHM-EFFECTIVE-TO TO SHM-TO-TABLE(L)
008570     END-IF.
008580*
008590 1310-LOAD-ONE-SHIFT-EXIT.
008600     EXIT.
008610*
008620*----------------------------------------------------------------
008630* 1320-EDIT-SIGNED-VALUE - PARSE THE 8-CHARACTER SIGNED DISPLAY
008640*     FORM IN SEW-INPUT INTO SEW-VALUE.  A BLANK OR PLUS SIGN IS
008650*     POSITIVE.
008660*----------------------------------------------------------------
008670 1320-EDIT-SIGNED-VALUE.
008680*
008690     SET SEW-INVALID TO TRUE.
008700     MOVE ZERO TO SEW-VALUE.
008710     IF SEW-SIGN NOT = "+" AND SEW-SIGN NOT = "-"
008720         AND SEW-SIGN NOT = SPACE
008730         GO TO 1320-EDIT-SIGNED-VALUE-EXIT
008740     END-IF.
008750     IF SEW-INT NOT NUMERIC
008760         OR SEW-POINT NOT = "."
008770         OR SEW-DEC NOT NUMERIC
008780         GO TO 1320-EDIT-SIGNED-VALUE-EXIT
008790     END-IF.
008800*
008810     COMPUTE SEW-VALUE = SEW-INT + SEW-DEC / 10.
008820     IF SEW-SIGN = "-"
008830         COMPUTE SEW-VALUE = ZERO - SEW-VALUE
008840     END-IF.
008850     SET SEW-VALID TO TRUE.
008860*
008870 1320-EDIT-SIGNED-VALUE-EXIT.
008880     EXIT.
008890*
008900*----------------------------------------------------------------
008910* 1400-LOAD-PRODUCTION-CALENDAR - THE PRODUCTION DAYS OF THE
008920*     PERIOD, IN DATE ORDER; DAYS OUTSIDE THE PERIOD ARE PASSED
008921*     OVER.  WITHOUT THE FILE EVERY READING DAY COUNTS.
008930*----------------------------------------------------------------
008940 1400-LOAD-PRODUCTION-CALENDAR.
008950*
008960     MOVE ZERO TO CALENDAR-COUNT.
008970     SET CALENDAR-MISSING TO TRUE.
008980     OPEN INPUT PRODUCTION-CALENDAR-FILE.
008990     IF PRODCAL-STATUS NOT = "00"
009000         DISPLAY "BANDCMP - PRODUCTION-CALENDAR-FILE NOT "
009010             "AVAILABLE, STATUS = " PRODCAL-STATUS
009020         GO TO 1400-LOAD-PRODUCTION-CALENDAR-EXIT
009030     END-IF.
009040*
009050     SET MORE-CALENDAR TO TRUE.
009060     PERFORM 1410-LOAD-ONE-CALENDAR-DAY
009070         THRU 1410-LOAD-ONE-CALENDAR-DAY-EXIT
009080         UNTIL END-OF-CALENDAR.
009090     CLOSE PRODUCTION-CALENDAR-FILE.
009130*
009140 1400-LOAD-PRODUCTION-CALENDAR-EXIT.
009150     EXIT.
009160*
009170 1410-LOAD-ONE-CALENDAR-DAY.
009180*
009190     READ PRODUCTION-CALENDAR-FILE
009200         AT END
009210             SET END-OF-CALENDAR TO TRUE
009220         NOT AT END
009230             IF CAL-DATE NUMERIC
009231                 SET CALENDAR-AVAILABLE TO TRUE
009232                 IF CAL-DATE NOT < PERIOD-FROM-DATE
009233                     AND CAL-DATE NOT > PERIOD-TO-DATE
009240                     IF CALENDAR-COUNT < CALENDAR-MAX
009250                         ADD 1 TO CALENDAR-COUNT
009260                         MOVE CAL-DATE
009270                             TO CAL-DATE-TABLE(CALENDAR-COUNT)
009280                     ELSE
009281                         IF CALENDAR-COMPLETE
009282                             DISPLAY "BANDCMP - PRODUCTION "
009290                                 "CALENDAR TRUNCATED AT "
009300                                 CALENDAR-MAX " ENTRIES"
009301                         END-IF
009302                         SET CALENDAR-TRUNCATED TO TRUE
009310                     END-IF
009311                 END-IF
009320             END-IF
009330     END-READ.
009340*
009350 1410-LOAD-ONE-CALENDAR-DAY-EXIT.
009360     EXIT.
009370*
009380*----------------------------------------------------------------
009390* 2000-SCAN-MASTER - ONE SEQUENTIAL PASS OVER THE READINGS
009400*     MASTER.  EACH READING IN THE PERIOD IS CLASSED IN, BELOW OR
009410*     ABOVE THE BAND IN FORCE ON ITS DATE, AND THE READINGS ARE
009420*     ROLLED UP BY LOCATION, SHIFT AND DAY.
009430*----------------------------------------------------------------
009440 2000-SCAN-MASTER.
009450*
009460     OPEN INPUT READINGS-MASTER-FILE.
009470     IF READINGS-MASTER-STATUS NOT = "00"
009480         DISPLAY "BANDCMP - READINGS-MASTER-FILE NOT AVAILABLE, "
009490             "STATUS = " READINGS-MASTER-STATUS
009500         MOVE BCM-NO-MASTER-LINE TO PRINT-LINE
009510         WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
009520             AFTER ADVANCING 2 LINES
009530         MOVE 16 TO RETURN-CODE
009540         SET PARAMETER-BAD TO TRUE
009550         GO TO 2000-SCAN-MASTER-EXIT
009560     END-IF.
009570*
009580     MOVE ZERO TO DAY-COUNT.
009590     SET LOC-DAY-CLOSED TO TRUE.
009600     SET MORE-MASTER TO TRUE.
009610     PERFORM 2100-SCAN-ONE-READING
009620         THRU 2100-SCAN-ONE-READING-EXIT
009630         UNTIL END-OF-MASTER.
009640     CLOSE READINGS-MASTER-FILE.
009650*
009660     IF DAY-COUNT > ZERO
009670         PERFORM 2300-CLOSE-DAY-GROUP
009680             THRU 2300-CLOSE-DAY-GROUP-EXIT
009690     END-IF.
009700     IF LOC-DAY-OPEN
009710         PERFORM 2600-CLOSE-LOCATION-DAY
009720             THRU 2600-CLOSE-LOCATION-DAY-EXIT
009730     END-IF.
009740*
009750 2000-SCAN-MASTER-EXIT.
009760     EXIT.
009770*
009780 2100-SCAN-ONE-READING.
009790*
009800     READ READINGS-MASTER-FILE
009810         AT END
009820             SET END-OF-MASTER TO TRUE
009830             GO TO 2100-SCAN-ONE-READING-EXIT
009840     END-READ.
009850     ADD 1 TO MASTER-READ-COUNT.
009860*
009870     IF RDM-READING-DATE < PERIOD-FROM-DATE
009880         OR RDM-READING-DATE > PERIOD-TO-DATE
009890         GO TO 2100-SCAN-ONE-READING-EXIT
009900     END-IF.
009910*
009920     IF DAY-COUNT > ZERO
009930         IF RDM-LOCATION NOT = DAY-LOCATION
009940             OR RDM-READING-DATE NOT = DAY-DATE
009950             OR RDM-SHIFT-CODE NOT = DAY-SHIFT-CODE
009960             PERFORM 2300-CLOSE-DAY-GROUP
009970                 THRU 2300-CLOSE-DAY-GROUP-EXIT
009980             MOVE ZERO TO DAY-COUNT
009990         END-IF
010000     END-IF.
010010*
010020     IF DAY-COUNT = ZERO
010030         PERFORM 2200-OPEN-DAY-GROUP
010040             THRU 2200-OPEN-DAY-GROUP-EXIT
010050     END-IF.
010060*
010070     ADD 1 TO DAY-COUNT.
010080     IF DAY-COUNT = 1
010090         OR RDM-READING-VALUE < DAY-LOWEST
010100         MOVE RDM-READING-VALUE TO DAY-LOWEST
010110     END-IF.
010120     IF DAY-COUNT = 1
010130         OR RDM-READING-VALUE > DAY-HIGHEST
010140         MOVE RDM-READING-VALUE TO DAY-HIGHEST
010150     END-IF.
010160*
010170     EVALUATE TRUE
010180         WHEN BAND-NOT-FOUND
010190             ADD 1 TO DAY-NO-BAND
010200         WHEN RDM-READING-VALUE < DAY-BAND-LOW
010210             ADD 1 TO DAY-BELOW
010220         WHEN RDM-READING-VALUE > DAY-BAND-HIGH
010230             ADD 1 TO DAY-ABOVE
010240         WHEN OTHER
010250             ADD 1 TO DAY-IN-BAND
010260     END-EVALUATE.
010270*
010280 2100-SCAN-ONE-READING-EXIT.
010290     EXIT.
010300*
010310*----------------------------------------------------------------
010320* 2200-OPEN-DAY-GROUP - START A LOCATION/SHIFT/DAY AND FIND THE
010330*     BAND VERSION IN FORCE ON THE DAY, AS THE NIGHTLY RUN DOES
010340*----------------------------------------------------------------
010350 2200-OPEN-DAY-GROUP.
010360*
010370     MOVE RDM-LOCATION     TO DAY-LOCATION.
010380     MOVE RDM-READING-DATE TO DAY-DATE.
010390     MOVE RDM-SHIFT-CODE   TO DAY-SHIFT-CODE.
010400     MOVE ZERO TO DAY-IN-BAND.
010410     MOVE ZERO TO DAY-BELOW.
010420     MOVE ZERO TO DAY-ABOVE.
010430     MOVE ZERO TO DAY-NO-BAND.
010440*
010450     SET BAND-NOT-FOUND TO TRUE.
010460     MOVE ZERO TO BAND-IX.
010470     PERFORM 2210-MATCH-ONE-VERSION
010480         THRU 2210-MATCH-ONE-VERSION-EXIT
010490         VARYING L FROM 1 BY 1
010500         UNTIL L > SHIFT-MASTER-COUNT
010510            OR BAND-FOUND.
010520     IF BAND-FOUND
010530         MOVE SHM-BAND-LOW-TABLE(BAND-IX)  TO DAY-BAND-LOW
010540         MOVE SHM-BAND-HIGH-TABLE(BAND-IX) TO DAY-BAND-HIGH
010550     END-IF.
010560*
010570 2200-OPEN-DAY-GROUP-EXIT.
010580     EXIT.
010590*
010600 2210-MATCH-ONE-VERSION.
010610*
010620     IF SHM-LOC-TABLE(L) = DAY-LOCATION
010630         AND SHM-CODE-TABLE(L) = DAY-SHIFT-CODE
010640         AND SHM-FROM-TABLE(L) NOT > DAY-DATE
010650         AND SHM-TO-TABLE(L) NOT < DAY-DATE
010660         SET BAND-FOUND TO TRUE
010670         MOVE L TO BAND-IX
010680     END-IF.
010690*
010700 2210-MATCH-ONE-VERSION-EXIT.
010710     EXIT.
010720*
010730*----------------------------------------------------------------
010740* 2300-CLOSE-DAY-GROUP - ADD THE DAY JUST ENDED TO ITS LOCATION
010750*     /SHIFT SLOT.  A PRODUCTION DAY WITH ANY READING OUTSIDE THE
010760*     BAND IS AN EXCEEDANCE DAY; IT EXTENDS THE SLOT'S CURRENT
010770*     RUN WHEN IT IS THE NEXT PRODUCTION DAY AFTER THE LAST ONE.
010780*----------------------------------------------------------------
010790 2300-CLOSE-DAY-GROUP.
010800*
010810     PERFORM 2400-CHECK-PRODUCTION-DAY
010820         THRU 2400-CHECK-PRODUCTION-DAY-EXIT.
010830*
010840     IF LOC-DAY-OPEN
010850         AND (DAY-LOCATION NOT = LDAY-LOCATION
010860              OR DAY-DATE NOT = LDAY-DATE)
010870         PERFORM 2600-CLOSE-LOCATION-DAY
010880             THRU 2600-CLOSE-LOCATION-DAY-EXIT
010890     END-IF.
010900     IF LOC-DAY-CLOSED
010910         MOVE DAY-LOCATION TO LDAY-LOCATION
010920         MOVE DAY-DATE     TO LDAY-DATE
010930         MOVE DAY-ORDINAL  TO LDAY-ORDINAL
010940         MOVE "N"          TO LDAY-PROD-SW
010950         MOVE "N"          TO LDAY-EXC-SW
010960         SET LOC-DAY-OPEN TO TRUE
010970     END-IF.
010980     IF PRODUCTION-DAY
010990         MOVE "Y" TO LDAY-PROD-SW
011000         IF DAY-BELOW > ZERO OR DAY-ABOVE > ZERO
011010             MOVE "Y" TO LDAY-EXC-SW
011020         END-IF
011030     END-IF.
011040*
011050     PERFORM 2500-FIND-LOC-SLOT
011060         THRU 2500-FIND-LOC-SLOT-EXIT.
011070     IF LOC-SLOT-FOUND
011080         ADD DAY-COUNT   TO LOCN-READINGS-TABLE(LOC-SLOT-IX)
011090         ADD DAY-IN-BAND TO LOCN-IN-BAND-TABLE(LOC-SLOT-IX)
011100         ADD DAY-BELOW   TO LOCN-BELOW-TABLE(LOC-SLOT-IX)
011110         ADD DAY-ABOVE   TO LOCN-ABOVE-TABLE(LOC-SLOT-IX)
011120         ADD DAY-NO-BAND TO LOCN-NO-BAND-TABLE(LOC-SLOT-IX)
011130     END-IF.
011140*
011150     PERFORM 2700-FIND-SHIFT-SLOT
011160         THRU 2700-FIND-SHIFT-SLOT-EXIT.
011170     IF SHIFT-SLOT-NOT-FOUND
011180         GO TO 2300-CLOSE-DAY-GROUP-EXIT
011190     END-IF.
011200     ADD DAY-COUNT   TO SLOT-READINGS-TABLE(SHIFT-SLOT-IX).
011210     ADD DAY-IN-BAND TO SLOT-IN-BAND-TABLE(SHIFT-SLOT-IX).
011220     ADD DAY-BELOW   TO SLOT-BELOW-TABLE(SHIFT-SLOT-IX).
011230     ADD DAY-ABOVE   TO SLOT-ABOVE-TABLE(SHIFT-SLOT-IX).
011240     ADD DAY-NO-BAND TO SLOT-NO-BAND-TABLE(SHIFT-SLOT-IX).
011250*
011260     IF DAY-BELOW = ZERO AND DAY-ABOVE = ZERO
011270         IF PRODUCTION-DAY
011280             ADD 1 TO SLOT-PROD-DAYS-TABLE(SHIFT-SLOT-IX)
011290         END-IF
011300         GO TO 2300-CLOSE-DAY-GROUP-EXIT
011310     END-IF.
011320*
011330     PERFORM 2800-NOTE-EXCEEDANCE-DAY
011340         THRU 2800-NOTE-EXCEEDANCE-DAY-EXIT.
011350     IF NOT-PRODUCTION-DAY
011360         GO TO 2300-CLOSE-DAY-GROUP-EXIT
011370     END-IF.
011380*
011390     ADD 1 TO SLOT-PROD-DAYS-TABLE(SHIFT-SLOT-IX).
011400     ADD 1 TO SLOT-EXC-DAYS-TABLE(SHIFT-SLOT-IX).
011410     IF SLOT-RUN-TABLE(SHIFT-SLOT-IX) > ZERO
011420         AND DAY-ORDINAL = SLOT-LAST-EXC-TABLE(SHIFT-SLOT-IX) + 1
011430         ADD 1 TO SLOT-RUN-TABLE(SHIFT-SLOT-IX)
011440     ELSE
011450         MOVE 1 TO SLOT-RUN-TABLE(SHIFT-SLOT-IX)
011460     END-IF.
011470     MOVE DAY-ORDINAL TO SLOT-LAST-EXC-TABLE(SHIFT-SLOT-IX).
011480     IF SLOT-RUN-TABLE(SHIFT-SLOT-IX)
011490         > SLOT-LONGEST-TABLE(SHIFT-SLOT-IX)
011500         MOVE SLOT-RUN-TABLE(SHIFT-SLOT-IX)
011510             TO SLOT-LONGEST-TABLE(SHIFT-SLOT-IX)
011520     END-IF.
011530*
011540 2300-CLOSE-DAY-GROUP-EXIT.
011550     EXIT.
011560*
011570*----------------------------------------------------------------
011580* 2400-CHECK-PRODUCTION-DAY - IS THE DAY ON THE PRODUCTION
011590*     CALENDAR, AND WHAT IS ITS ORDINAL
011600*----------------------------------------------------------------
011610 2400-CHECK-PRODUCTION-DAY.
011620*
011630     IF CALENDAR-MISSING
011640         SET PRODUCTION-DAY TO TRUE
011650         COMPUTE DAY-ORDINAL =
011660             FUNCTION INTEGER-OF-DATE(DAY-DATE)
011670         GO TO 2400-CHECK-PRODUCTION-DAY-EXIT
011680     END-IF.
011690*
011700     SET NOT-PRODUCTION-DAY TO TRUE.
011710     MOVE ZERO TO DAY-ORDINAL.
011720     PERFORM 2410-MATCH-ONE-CALENDAR-DAY
011730         THRU 2410-MATCH-ONE-CALENDAR-DAY-EXIT
011740         VARYING CAL-IX FROM 1 BY 1
011750         UNTIL CAL-IX > CALENDAR-COUNT
011760            OR PRODUCTION-DAY.
011770*
011780 2400-CHECK-PRODUCTION-DAY-EXIT.
011790     EXIT.
011800*
011810 2410-MATCH-ONE-CALENDAR-DAY.
011820*
011830     IF CAL-DATE-TABLE(CAL-IX) = DAY-DATE
011840         SET PRODUCTION-DAY TO TRUE
011850         MOVE CAL-IX TO DAY-ORDINAL
011860     END-IF.
011870*
011880 2410-MATCH-ONE-CALENDAR-DAY-EXIT.
011890     EXIT.
011900*
011910*----------------------------------------------------------------
011920* 2500-FIND-LOC-SLOT - FIND OR CREATE THE SLOT FOR DAY-LOCATION,
011930*     RETURNING LOC-SLOT-IX
011940*----------------------------------------------------------------
011950 2500-FIND-LOC-SLOT.
011960*
011970     SET LOC-SLOT-NOT-FOUND TO TRUE.
011980     PERFORM 2510-MATCH-ONE-LOC-SLOT
011990         THRU 2510-MATCH-ONE-LOC-SLOT-EXIT
012000         VARYING LOC-SLOT-IX FROM 1 BY 1
012010         UNTIL LOC-SLOT-IX > LOC-SLOT-COUNT
012020            OR LOC-SLOT-FOUND.
012030     IF LOC-SLOT-FOUND
012040         SUBTRACT 1 FROM LOC-SLOT-IX
012050         GO TO 2500-FIND-LOC-SLOT-EXIT
012060     END-IF.
012070*
012080     IF LOC-SLOT-COUNT >= LOC-SLOT-MAX
012090         IF LOC-SLOTS-FIT
012100             DISPLAY "BANDCMP - MORE THAN " LOC-SLOT-MAX
012110                 " LOCATIONS, EXTRA LOCATIONS IGNORED"
012120             SET LOC-SLOTS-OVERFLOWED TO TRUE
012130         END-IF
012140         GO TO 2500-FIND-LOC-SLOT-EXIT
012150     END-IF.
012160*
012170     ADD 1 TO LOC-SLOT-COUNT.
012180     MOVE LOC-SLOT-COUNT TO LOC-SLOT-IX.
012190     MOVE DAY-LOCATION TO LOCN-CODE-TABLE(LOC-SLOT-IX).
012200     MOVE ZERO TO LOCN-READINGS-TABLE(LOC-SLOT-IX).
012210     MOVE ZERO TO LOCN-IN-BAND-TABLE(LOC-SLOT-IX).
012220     MOVE ZERO TO LOCN-BELOW-TABLE(LOC-SLOT-IX).
012230     MOVE ZERO TO LOCN-ABOVE-TABLE(LOC-SLOT-IX).
012240     MOVE ZERO TO LOCN-NO-BAND-TABLE(LOC-SLOT-IX).
012250     MOVE ZERO TO LOCN-PROD-DAYS-TABLE(LOC-SLOT-IX).
012260     MOVE ZERO TO LOCN-EXC-DAYS-TABLE(LOC-SLOT-IX).
012270     MOVE ZERO TO LOCN-LAST-EXC-TABLE(LOC-SLOT-IX).
012280     MOVE ZERO TO LOCN-RUN-TABLE(LOC-SLOT-IX).
012290     MOVE ZERO TO LOCN-LONGEST-TABLE(LOC-SLOT-IX).
012300     SET LOC-SLOT-FOUND TO TRUE.
012310*
012320 2500-FIND-LOC-SLOT-EXIT.
012330     EXIT.
012340*
012350 2510-MATCH-ONE-LOC-SLOT.
012360*
012370     IF LOCN-CODE-TABLE(LOC-SLOT-IX) = DAY-LOCATION
012380         SET LOC-SLOT-FOUND TO TRUE
012390     END-IF.
012400*
012410 2510-MATCH-ONE-LOC-SLOT-EXIT.
012420     EXIT.
012430*
012440*----------------------------------------------------------------
012450* 2600-CLOSE-LOCATION-DAY - COUNT THE LOCATION DAY JUST ENDED
012460*     AGAINST ITS LOCATION, WITH THE SAME RUN RULE AS A SHIFT
012470*----------------------------------------------------------------
012480 2600-CLOSE-LOCATION-DAY.
012490*
012500     SET LOC-DAY-CLOSED TO TRUE.
012510     IF LDAY-PROD-SW NOT = "Y"
012520         GO TO 2600-CLOSE-LOCATION-DAY-EXIT
012530     END-IF.
012540*
012550     SET LOC-SLOT-NOT-FOUND TO TRUE.
012560     PERFORM 2610-MATCH-LOCATION-DAY
012570         THRU 2610-MATCH-LOCATION-DAY-EXIT
012580         VARYING LOC-SLOT-IX FROM 1 BY 1
012590         UNTIL LOC-SLOT-IX > LOC-SLOT-COUNT
012600            OR LOC-SLOT-FOUND.
012610     IF LOC-SLOT-NOT-FOUND
012620         GO TO 2600-CLOSE-LOCATION-DAY-EXIT
012630     END-IF.
012640     SUBTRACT 1 FROM LOC-SLOT-IX.
012650*
012660     ADD 1 TO LOCN-PROD-DAYS-TABLE(LOC-SLOT-IX).
012670     IF LDAY-EXC-SW NOT = "Y"
012680         GO TO 2600-CLOSE-LOCATION-DAY-EXIT
012690     END-IF.
012700     ADD 1 TO LOCN-EXC-DAYS-TABLE(LOC-SLOT-IX).
012710     IF LOCN-RUN-TABLE(LOC-SLOT-IX) > ZERO
012720         AND LDAY-ORDINAL = LOCN-LAST-EXC-TABLE(LOC-SLOT-IX) + 1
012730         ADD 1 TO LOCN-RUN-TABLE(LOC-SLOT-IX)
012740     ELSE
012750         MOVE 1 TO LOCN-RUN-TABLE(LOC-SLOT-IX)
012760     END-IF.
012770     MOVE LDAY-ORDINAL TO LOCN-LAST-EXC-TABLE(LOC-SLOT-IX).
012780     IF LOCN-RUN-TABLE(LOC-SLOT-IX)
012790         > LOCN-LONGEST-TABLE(LOC-SLOT-IX)
012800         MOVE LOCN-RUN-TABLE(LOC-SLOT-IX)
012810             TO LOCN-LONGEST-TABLE(LOC-SLOT-IX)
012820     END-IF.
012830*
012840 2600-CLOSE-LOCATION-DAY-EXIT.
012850     EXIT.
012860*
012870 2610-MATCH-LOCATION-DAY.
012880*
012890     IF LOCN-CODE-TABLE(LOC-SLOT-IX) = LDAY-LOCATION
012900         SET LOC-SLOT-FOUND TO TRUE
012910     END-IF.
012920*
012930 2610-MATCH-LOCATION-DAY-EXIT.
012940     EXIT.
012950*
012960*----------------------------------------------------------------
012970* 2700-FIND-SHIFT-SLOT - FIND OR CREATE THE SLOT FOR THE DAY
012980*     GROUP'S LOCATION AND SHIFT, RETURNING SHIFT-SLOT-IX
012990*----------------------------------------------------------------
013000 2700-FIND-SHIFT-SLOT.
013010*
013020     SET SHIFT-SLOT-NOT-FOUND TO TRUE.
013030     PERFORM 2710-MATCH-ONE-SLOT
013040         THRU 2710-MATCH-ONE-SLOT-EXIT
013050         VARYING SHIFT-SLOT-IX FROM 1 BY 1
013060         UNTIL SHIFT-SLOT-IX > SHIFT-SLOT-COUNT
013070            OR SHIFT-SLOT-FOUND.
013080     IF SHIFT-SLOT-FOUND
013090         SUBTRACT 1 FROM SHIFT-SLOT-IX
013100         GO TO 2700-FIND-SHIFT-SLOT-EXIT
013110     END-IF.
013120*
013130     IF SHIFT-SLOT-COUNT >= SHIFT-SLOT-MAX
013140         IF SHIFT-SLOTS-FIT
013150             DISPLAY "BANDCMP - MORE THAN " SHIFT-SLOT-MAX
013160                 " LOCATION/SHIFT GROUPS, EXTRA GROUPS IGNORED"
013170             SET SHIFT-SLOTS-OVERFLOWED TO TRUE
013180         END-IF
013190         GO TO 2700-FIND-SHIFT-SLOT-EXIT
013200     END-IF.
013210*
013220     ADD 1 TO SHIFT-SLOT-COUNT.
013230     MOVE SHIFT-SLOT-COUNT TO SHIFT-SLOT-IX.
013240     MOVE DAY-LOCATION   TO SLOT-LOC-TABLE(SHIFT-SLOT-IX).
013250     MOVE DAY-SHIFT-CODE TO SLOT-CODE-TABLE(SHIFT-SLOT-IX).
013260     MOVE ZERO TO SLOT-READINGS-TABLE(SHIFT-SLOT-IX).
013270     MOVE ZERO TO SLOT-IN-BAND-TABLE(SHIFT-SLOT-IX).
013280     MOVE ZERO TO SLOT-BELOW-TABLE(SHIFT-SLOT-IX).
013290     MOVE ZERO TO SLOT-ABOVE-TABLE(SHIFT-SLOT-IX).
013300     MOVE ZERO TO SLOT-NO-BAND-TABLE(SHIFT-SLOT-IX).
013310     MOVE ZERO TO SLOT-PROD-DAYS-TABLE(SHIFT-SLOT-IX).
013320     MOVE ZERO TO SLOT-EXC-DAYS-TABLE(SHIFT-SLOT-IX).
013330     MOVE ZERO TO SLOT-LAST-EXC-TABLE(SHIFT-SLOT-IX).
013340     MOVE ZERO TO SLOT-RUN-TABLE(SHIFT-SLOT-IX).
013350     MOVE ZERO TO SLOT-LONGEST-TABLE(SHIFT-SLOT-IX).
013360     SET SHIFT-SLOT-FOUND TO TRUE.
013370*
013380 2700-FIND-SHIFT-SLOT-EXIT.
013390     EXIT.
013400*
013410 2710-MATCH-ONE-SLOT.
013420*
013430     IF SLOT-LOC-TABLE(SHIFT-SLOT-IX) = DAY-LOCATION
013440         AND SLOT-CODE-TABLE(SHIFT-SLOT-IX) = DAY-SHIFT-CODE
013450         SET SHIFT-SLOT-FOUND TO TRUE
013460     END-IF.
013470*
013480 2710-MATCH-ONE-SLOT-EXIT.
013490     EXIT.
013500*
013510*----------------------------------------------------------------
013520* 2800-NOTE-EXCEEDANCE-DAY - FILE THE DAY FOR THE EXCEEDANCE
013530*     LISTING, PRODUCTION DAY OR NOT
013540*----------------------------------------------------------------
013550 2800-NOTE-EXCEEDANCE-DAY.
013560*
013570     IF EXCEEDANCE-COUNT >= EXCEEDANCE-MAX
013580         IF EXCEEDANCES-FIT
013590             DISPLAY "BANDCMP - MORE THAN " EXCEEDANCE-MAX
013600                 " EXCEEDANCE DAYS, LATER DAYS NOT LISTED"
013610             SET EXCEEDANCES-OVERFLOWED TO TRUE
013620         END-IF
013630         GO TO 2800-NOTE-EXCEEDANCE-DAY-EXIT
013640     END-IF.
013650*
013660     ADD 1 TO EXCEEDANCE-COUNT.
013670     MOVE SHIFT-SLOT-IX TO EXD-SLOT-TABLE(EXCEEDANCE-COUNT).
013680     MOVE DAY-DATE      TO EXD-DATE-TABLE(EXCEEDANCE-COUNT).
013690     MOVE DAY-COUNT     TO EXD-COUNT-TABLE(EXCEEDANCE-COUNT).
013700     MOVE DAY-BELOW     TO EXD-BELOW-TABLE(EXCEEDANCE-COUNT).
013710     MOVE DAY-ABOVE     TO EXD-ABOVE-TABLE(EXCEEDANCE-COUNT).
013720     MOVE DAY-LOWEST    TO EXD-LOWEST-TABLE(EXCEEDANCE-COUNT).
013730     MOVE DAY-HIGHEST   TO EXD-HIGHEST-TABLE(EXCEEDANCE-COUNT).
013740     IF PRODUCTION-DAY
013750         MOVE "Y" TO EXD-PROD-TABLE(EXCEEDANCE-COUNT)
013760     ELSE
013770         MOVE "N" TO EXD-PROD-TABLE(EXCEEDANCE-COUNT)
013780     END-IF.
013790*
013800 2800-NOTE-EXCEEDANCE-DAY-EXIT.
013810     EXIT.
013820*
013830*----------------------------------------------------------------
013840* 4000-WRITE-SHIFT-COMPLIANCE - ONE LINE PER LOCATION/SHIFT
013850*----------------------------------------------------------------
013860 4000-WRITE-SHIFT-COMPLIANCE.
013870*
013880     MOVE "COMPLIANCE BY LOCATION AND SHIFT" TO BCM-SEC-TITLE.
013890     MOVE BCM-SECTION-LINE TO PRINT-LINE.
013900     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
013910         AFTER ADVANCING 3 LINES.
013920     MOVE BCM-COLUMN-HEADING-1 TO PRINT-LINE.
013930     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
013940         AFTER ADVANCING 2 LINES.
013950     MOVE BCM-COLUMN-HEADING-2 TO PRINT-LINE.
013960     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
013970         AFTER ADVANCING 1 LINE.
013980*
013990     IF SHIFT-SLOT-COUNT = ZERO
014000         MOVE BCM-NO-DATA-LINE TO PRINT-LINE
014010         WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
014020             AFTER ADVANCING 2 LINES
014030         GO TO 4000-WRITE-SHIFT-COMPLIANCE-EXIT
014040     END-IF.
014050*
014060     PERFORM 4100-WRITE-ONE-SHIFT
014070         THRU 4100-WRITE-ONE-SHIFT-EXIT
014080         VARYING SHIFT-SLOT-IX FROM 1 BY 1
014090         UNTIL SHIFT-SLOT-IX > SHIFT-SLOT-COUNT.
014100*
014110     PERFORM 5900-WRITE-LEGEND
014120         THRU 5900-WRITE-LEGEND-EXIT.
014130*
014140 4000-WRITE-SHIFT-COMPLIANCE-EXIT.
014150     EXIT.
014160*
014170 4100-WRITE-ONE-SHIFT.
014180*
014190     MOVE SLOT-READINGS-TABLE(SHIFT-SLOT-IX)  TO WORK-READINGS.
014200     MOVE SLOT-IN-BAND-TABLE(SHIFT-SLOT-IX)   TO WORK-IN-BAND.
014210     MOVE SLOT-BELOW-TABLE(SHIFT-SLOT-IX)     TO WORK-BELOW.
014220     MOVE SLOT-ABOVE-TABLE(SHIFT-SLOT-IX)     TO WORK-ABOVE.
014230     MOVE SLOT-NO-BAND-TABLE(SHIFT-SLOT-IX)   TO WORK-NO-BAND.
014240     MOVE SLOT-PROD-DAYS-TABLE(SHIFT-SLOT-IX) TO WORK-PROD-DAYS.
014250     MOVE SLOT-EXC-DAYS-TABLE(SHIFT-SLOT-IX)  TO WORK-EXC-DAYS.
014260     MOVE SLOT-LONGEST-TABLE(SHIFT-SLOT-IX)   TO WORK-LONGEST.
014270     MOVE SLOT-LOC-TABLE(SHIFT-SLOT-IX)  TO BCM-DTL-LOCATION.
014280     MOVE SLOT-CODE-TABLE(SHIFT-SLOT-IX) TO BCM-DTL-SHIFT.
014290     PERFORM 7000-WRITE-COMPLIANCE-LINE
014300         THRU 7000-WRITE-COMPLIANCE-LINE-EXIT.
014310*
014320 4100-WRITE-ONE-SHIFT-EXIT.
014330     EXIT.
014340*
014350*----------------------------------------------------------------
014360* 4500-WRITE-BANDS-IN-FORCE - THE APPROVED BAND VERSIONS THAT
014370*     WERE IN FORCE AT ANY TIME IN THE PERIOD
014380*----------------------------------------------------------------
014390 4500-WRITE-BANDS-IN-FORCE.
014400*
014410     MOVE "APPROVED BANDS IN FORCE DURING THE PERIOD"
014420         TO BCM-SEC-TITLE.
014430     MOVE BCM-SECTION-LINE TO PRINT-LINE.
014440     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
014450         AFTER ADVANCING 3 LINES.
014460     MOVE BCM-BAND-HEADING TO PRINT-LINE.
014470     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
014480         AFTER ADVANCING 2 LINES.
014490*
014500     PERFORM 4510-WRITE-ONE-BAND
014510         THRU 4510-WRITE-ONE-BAND-EXIT
014520         VARYING L FROM 1 BY 1
014530         UNTIL L > SHIFT-MASTER-COUNT.
014540*
014550 4500-WRITE-BANDS-IN-FORCE-EXIT.
014560     EXIT.
014570*
014580 4510-WRITE-ONE-BAND.
014590*
014600     IF SHM-FROM-TABLE(L) > PERIOD-TO-DATE
014610         OR SHM-TO-TABLE(L) < PERIOD-FROM-DATE
014620         GO TO 4510-WRITE-ONE-BAND-EXIT
014630     END-IF.
014640*
014650     MOVE SHM-LOC-TABLE(L)       TO BCM-BND-LOCATION.
014660     MOVE SHM-CODE-TABLE(L)      TO BCM-BND-SHIFT.
014670     MOVE SHM-DESC-TABLE(L)      TO BCM-BND-DESCRIPTION.
014680     MOVE SHM-BAND-LOW-TABLE(L)  TO BCM-BND-LOW.
014690     MOVE SHM-BAND-HIGH-TABLE(L) TO BCM-BND-HIGH.
014700     MOVE SHM-FROM-TABLE(L)      TO FMT-DATE-IN.
014710     PERFORM 7900-FORMAT-DATE
014720         THRU 7900-FORMAT-DATE-EXIT.
014730     MOVE FMT-DATE-OUT           TO BCM-BND-FROM.
014740     MOVE SHM-TO-TABLE(L)        TO FMT-DATE-IN.
014750     PERFORM 7900-FORMAT-DATE
014760         THRU 7900-FORMAT-DATE-EXIT.
014770     MOVE FMT-DATE-OUT           TO BCM-BND-TO.
014780     MOVE BCM-BAND-LINE TO PRINT-LINE.
014790     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
014800         AFTER ADVANCING 1 LINE.
014810*
014820 4510-WRITE-ONE-BAND-EXIT.
014830     EXIT.
014840*
014850*----------------------------------------------------------------
014860* 5000-WRITE-EXCEEDANCE-DAYS - EVERY DAY WITH A READING OUTSIDE
014870*     ITS BAND, BY LOCATION/SHIFT AND THEN DATE
014880*----------------------------------------------------------------
014890 5000-WRITE-EXCEEDANCE-DAYS.
014900*
014910     MOVE "EXCEEDANCE DAYS" TO BCM-SEC-TITLE.
014920     MOVE BCM-SECTION-LINE TO PRINT-LINE.
014930     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
014940         AFTER ADVANCING 3 LINES.
014950     MOVE BCM-EXC-HEADING TO PRINT-LINE.
014960     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
014970         AFTER ADVANCING 2 LINES.
014980*
014990     IF EXCEEDANCE-COUNT = ZERO
015000         MOVE BCM-NONE-LINE TO PRINT-LINE
015010         WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
015020             AFTER ADVANCING 1 LINE
015030         GO TO 5000-WRITE-EXCEEDANCE-DAYS-EXIT
015040     END-IF.
015050*
015060     PERFORM 5100-WRITE-SLOT-EXCEEDANCES
015070         THRU 5100-WRITE-SLOT-EXCEEDANCES-EXIT
015080         VARYING SHIFT-SLOT-IX FROM 1 BY 1
015090         UNTIL SHIFT-SLOT-IX > SHIFT-SLOT-COUNT.
015100*
015110 5000-WRITE-EXCEEDANCE-DAYS-EXIT.
015120     EXIT.
015130*
015140 5100-WRITE-SLOT-EXCEEDANCES.
015150*
015160     PERFORM 5110-WRITE-ONE-EXCEEDANCE
015170         THRU 5110-WRITE-ONE-EXCEEDANCE-EXIT
015180         VARYING X FROM 1 BY 1
015190         UNTIL X > EXCEEDANCE-COUNT.
015200*
015210 5100-WRITE-SLOT-EXCEEDANCES-EXIT.
015220     EXIT.
015230*
015240 5110-WRITE-ONE-EXCEEDANCE.
015250*
015260     IF EXD-SLOT-TABLE(X) NOT = SHIFT-SLOT-IX
015270         GO TO 5110-WRITE-ONE-EXCEEDANCE-EXIT
015280     END-IF.
015290*
015300     MOVE SLOT-LOC-TABLE(SHIFT-SLOT-IX)  TO BCM-EXC-LOCATION.
015310     MOVE SLOT-CODE-TABLE(SHIFT-SLOT-IX) TO BCM-EXC-SHIFT.
015320     MOVE EXD-DATE-TABLE(X)    TO FMT-DATE-IN.
015330     PERFORM 7900-FORMAT-DATE
015340         THRU 7900-FORMAT-DATE-EXIT.
015350     MOVE FMT-DATE-OUT         TO BCM-EXC-DATE.
015360     MOVE EXD-COUNT-TABLE(X)   TO BCM-EXC-COUNT.
015370     MOVE EXD-BELOW-TABLE(X)   TO BCM-EXC-BELOW.
015380     MOVE EXD-ABOVE-TABLE(X)   TO BCM-EXC-ABOVE.
015390     MOVE EXD-LOWEST-TABLE(X)  TO BCM-EXC-LOWEST.
015400     MOVE EXD-HIGHEST-TABLE(X) TO BCM-EXC-HIGHEST.
015410     IF EXD-PROD-TABLE(X) = "Y"
015420         MOVE SPACES TO BCM-EXC-NOTE
015430     ELSE
015440         MOVE "NOT PROD DAY" TO BCM-EXC-NOTE
015450     END-IF.
015460     MOVE BCM-EXC-LINE TO PRINT-LINE.
015470     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
015480         AFTER ADVANCING 1 LINE.
015490*
015500 5110-WRITE-ONE-EXCEEDANCE-EXIT.
015510     EXIT.
015520*
015530 5900-WRITE-LEGEND.
015540*
015550     MOVE BCM-LEGEND-1 TO PRINT-LINE.
015560     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
015570         AFTER ADVANCING 2 LINES.
015580     MOVE BCM-LEGEND-2 TO PRINT-LINE.
015590     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
015600         AFTER ADVANCING 1 LINE.
015610     MOVE BCM-LEGEND-3 TO PRINT-LINE.
015620     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
015630         AFTER ADVANCING 1 LINE.
015640*
015650 5900-WRITE-LEGEND-EXIT.
015660     EXIT.
015670*
015680*----------------------------------------------------------------
015690* 6000-WRITE-PLANT-SUMMARY - A PAGE OF ITS OWN: ONE LINE PER
015700*     LOCATION, THE ALL-LOCATIONS TOTAL, THE RUN COUNTS AND THE
015710*     MANAGER'S CERTIFICATE.  THE RETURN CODE IS SET HERE:
015720*      0 = CLEAN
015730*      4 = NO READINGS IN THE PERIOD, READINGS WITH NO BAND IN
015740*          FORCE, NO PRODUCTION CALENDAR, A PRODUCTION CALENDAR
015741*          TOO LONG TO HOLD, OR TABLES OVERFLOWED
015750*     16 = PARAMETER BAD, MASTER OR SHIFT MASTER UNAVAILABLE
015760*----------------------------------------------------------------
015770 6000-WRITE-PLANT-SUMMARY.
015780*
015790     MOVE BCM-HEADING-1 TO PRINT-LINE.
015800     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
015810         AFTER ADVANCING PAGE.
015820     MOVE BCM-PERIOD-LINE TO PRINT-LINE.
015830     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
015840         AFTER ADVANCING 2 LINES.
015850*
015860     MOVE "PLANT SUMMARY" TO BCM-SEC-TITLE.
015870     MOVE BCM-SECTION-LINE TO PRINT-LINE.
015880     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
015890         AFTER ADVANCING 3 LINES.
015900     MOVE BCM-COLUMN-HEADING-1 TO PRINT-LINE.
015910     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
015920         AFTER ADVANCING 2 LINES.
015930     MOVE BCM-COLUMN-HEADING-2 TO PRINT-LINE.
015940     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
015950         AFTER ADVANCING 1 LINE.
015960*
015970     PERFORM 6100-WRITE-ONE-LOCATION
015980         THRU 6100-WRITE-ONE-LOCATION-EXIT
015990         VARYING LOC-SLOT-IX FROM 1 BY 1
016000         UNTIL LOC-SLOT-IX > LOC-SLOT-COUNT.
016010*
016020     MOVE TOT-READINGS  TO WORK-READINGS.
016030     MOVE TOT-IN-BAND   TO WORK-IN-BAND.
016040     MOVE TOT-BELOW     TO WORK-BELOW.
016050     MOVE TOT-ABOVE     TO WORK-ABOVE.
016060     MOVE TOT-NO-BAND   TO WORK-NO-BAND.
016070     MOVE TOT-PROD-DAYS TO WORK-PROD-DAYS.
016080     MOVE TOT-EXC-DAYS  TO WORK-EXC-DAYS.
016090     MOVE TOT-LONGEST   TO WORK-LONGEST.
016100     MOVE SPACES TO PRINT-LINE.
016110     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
016120         AFTER ADVANCING 1 LINE.
016130     MOVE "ALL" TO BCM-DTL-LOCATION.
016140     MOVE "ALL" TO BCM-DTL-SHIFT.
016150     PERFORM 7000-WRITE-COMPLIANCE-LINE
016160         THRU 7000-WRITE-COMPLIANCE-LINE-EXIT.
016170*
016180     PERFORM 5900-WRITE-LEGEND
016190         THRU 5900-WRITE-LEGEND-EXIT.
016200     IF CALENDAR-MISSING
016210         MOVE BCM-NO-CALENDAR-LINE TO PRINT-LINE
016220         WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
016230             AFTER ADVANCING 2 LINES
016240     END-IF.
016250     IF SHIFT-SLOTS-OVERFLOWED
016260         OR LOC-SLOTS-OVERFLOWED
016270         OR EXCEEDANCES-OVERFLOWED
016280         MOVE BCM-OVERFLOW-LINE TO PRINT-LINE
016290         WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
016300             AFTER ADVANCING 2 LINES
016310     END-IF.
016311     IF CALENDAR-TRUNCATED
016312         MOVE BCM-CAL-TRUNC-LINE TO PRINT-LINE
016313         WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
016314             AFTER ADVANCING 2 LINES
016315     END-IF.
016320*
016330     MOVE "MASTER READINGS READ:" TO BCM-CNT-LABEL.
016340     MOVE MASTER-READ-COUNT TO BCM-CNT-VALUE.
016350     MOVE BCM-COUNT-LINE TO PRINT-LINE.
016360     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
016370         AFTER ADVANCING 2 LINES.
016380     MOVE "READINGS IN THE PERIOD:" TO BCM-CNT-LABEL.
016390     MOVE TOT-READINGS TO BCM-CNT-VALUE.
016400     MOVE BCM-COUNT-LINE TO PRINT-LINE.
016410     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
016420         AFTER ADVANCING 1 LINE.
016430     MOVE "EXCEEDANCE DAYS LISTED:" TO BCM-CNT-LABEL.
016440     MOVE EXCEEDANCE-COUNT TO BCM-CNT-VALUE.
016450     MOVE BCM-COUNT-LINE TO PRINT-LINE.
016460     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
016470         AFTER ADVANCING 1 LINE.
016480*
016490     MOVE BCM-CERTIFY-LINE TO PRINT-LINE.
016500     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
016510         AFTER ADVANCING 3 LINES.
016520     MOVE BCM-SIGNATURE-LINE TO PRINT-LINE.
016530     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
016540         AFTER ADVANCING 3 LINES.
016550*
016560     IF RETURN-CODE = ZERO
016570         AND (TOT-READINGS = ZERO
016580              OR TOT-NO-BAND > ZERO
016590              OR CALENDAR-MISSING
016591              OR CALENDAR-TRUNCATED
016600              OR SHIFT-SLOTS-OVERFLOWED
016610              OR LOC-SLOTS-OVERFLOWED
016620              OR EXCEEDANCES-OVERFLOWED)
016630         MOVE 4 TO RETURN-CODE
016640     END-IF.
016650*
016660 6000-WRITE-PLANT-SUMMARY-EXIT.
016670     EXIT.
016680*
016690 6100-WRITE-ONE-LOCATION.
016700*
016710     MOVE LOCN-READINGS-TABLE(LOC-SLOT-IX)  TO WORK-READINGS.
016720     MOVE LOCN-IN-BAND-TABLE(LOC-SLOT-IX)   TO WORK-IN-BAND.
016730     MOVE LOCN-BELOW-TABLE(LOC-SLOT-IX)     TO WORK-BELOW.
016740     MOVE LOCN-ABOVE-TABLE(LOC-SLOT-IX)     TO WORK-ABOVE.
016750     MOVE LOCN-NO-BAND-TABLE(LOC-SLOT-IX)   TO WORK-NO-BAND.
016760     MOVE LOCN-PROD-DAYS-TABLE(LOC-SLOT-IX) TO WORK-PROD-DAYS.
016770     MOVE LOCN-EXC-DAYS-TABLE(LOC-SLOT-IX)  TO WORK-EXC-DAYS.
016780     MOVE LOCN-LONGEST-TABLE(LOC-SLOT-IX)   TO WORK-LONGEST.
016790     MOVE LOCN-CODE-TABLE(LOC-SLOT-IX) TO BCM-DTL-LOCATION.
016800     MOVE "ALL" TO BCM-DTL-SHIFT.
016810     PERFORM 7000-WRITE-COMPLIANCE-LINE
016820         THRU 7000-WRITE-COMPLIANCE-LINE-EXIT.
016830*
016840     ADD WORK-READINGS  TO TOT-READINGS.
016850     ADD WORK-IN-BAND   TO TOT-IN-BAND.
016860     ADD WORK-BELOW     TO TOT-BELOW.
016870     ADD WORK-ABOVE     TO TOT-ABOVE.
016880     ADD WORK-NO-BAND   TO TOT-NO-BAND.
016890     ADD WORK-PROD-DAYS TO TOT-PROD-DAYS.
016900     ADD WORK-EXC-DAYS  TO TOT-EXC-DAYS.
016910     IF WORK-LONGEST > TOT-LONGEST
016920         MOVE WORK-LONGEST TO TOT-LONGEST
016930     END-IF.
016940*
016950 6100-WRITE-ONE-LOCATION-EXIT.
016960     EXIT.
016970*
016980*----------------------------------------------------------------
016990* 7000-WRITE-COMPLIANCE-LINE - PRINT THE WORK FIGURES WITH BOTH
017000*     PERCENTAGES.  A PERCENTAGE WITH NOTHING TO RATE IS BLANK.
017010*----------------------------------------------------------------
017020 7000-WRITE-COMPLIANCE-LINE.
017030*
017040     MOVE WORK-READINGS  TO BCM-DTL-READINGS.
017050     MOVE WORK-IN-BAND   TO BCM-DTL-IN-BAND.
017060     MOVE WORK-BELOW     TO BCM-DTL-BELOW.
017070     MOVE WORK-ABOVE     TO BCM-DTL-ABOVE.
017080     MOVE WORK-PROD-DAYS TO BCM-DTL-PROD-DAYS.
017090     MOVE WORK-EXC-DAYS  TO BCM-DTL-EXC-DAYS.
017100     MOVE WORK-LONGEST   TO BCM-DTL-LONGEST.
017110*
017120     COMPUTE WORK-RATED = WORK-IN-BAND + WORK-BELOW + WORK-ABOVE.
017130     IF WORK-RATED = ZERO
017140         MOVE SPACES TO BCM-DTL-PERCENT-X
017150     ELSE
017160         COMPUTE WORK-PERCENT ROUNDED =
017170             WORK-IN-BAND * 100 / WORK-RATED
017180         MOVE WORK-PERCENT TO BCM-DTL-PERCENT
017190     END-IF.
017200*
017210     IF WORK-PROD-DAYS = ZERO
017220         MOVE SPACES TO BCM-DTL-DAY-PERCENT-X
017230     ELSE
017240         COMPUTE WORK-CLEAR-DAYS = WORK-PROD-DAYS - WORK-EXC-DAYS
017250         COMPUTE WORK-PERCENT ROUNDED =
017260             WORK-CLEAR-DAYS * 100 / WORK-PROD-DAYS
017270         MOVE WORK-PERCENT TO BCM-DTL-DAY-PERCENT
017280     END-IF.
017290*
017300     MOVE BCM-DETAIL-LINE TO PRINT-LINE.
017310     WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
017320         AFTER ADVANCING 1 LINE.
017330*
017340     IF WORK-NO-BAND > ZERO
017350         MOVE WORK-NO-BAND TO BCM-NBD-COUNT
017360         MOVE BCM-NO-BAND-LINE TO PRINT-LINE
017370         WRITE COMPLIANCE-REPORT-RECORD FROM PRINT-LINE
017380             AFTER ADVANCING 1 LINE
017390     END-IF.
017400*
017410 7000-WRITE-COMPLIANCE-LINE-EXIT.
017420     EXIT.
017430*
017440*----------------------------------------------------------------
017450* 7900-FORMAT-DATE - FMT-DATE-IN AS MM/DD/YYYY, "(OPEN)" FOR AN
017460*     OPEN END
017470*----------------------------------------------------------------
017480 7900-FORMAT-DATE.
017490*
017500     IF FMT-DATE-IN = ZERO
017510         OR FMT-DATE-IN = SHM-OPEN-END-DATE
017520         MOVE "(OPEN)" TO FMT-DATE-OUT
017530         GO TO 7900-FORMAT-DATE-EXIT
017540     END-IF.
017550     MOVE FMT-DATE-IN TO DATE-SPLIT-WORK.
017560     MOVE SPACES TO FMT-DATE-OUT.
017570     STRING DATE-SPLIT-MM "/" DATE-SPLIT-DD "/" DATE-SPLIT-YYYY
017580         DELIMITED BY SIZE INTO FMT-DATE-OUT.
017590*
017600 7900-FORMAT-DATE-EXIT.
017610     EXIT.
017620*
017630*----------------------------------------------------------------
017640* 9999-TERMINATE - CLOSE FILES BEFORE STOP RUN
017650*----------------------------------------------------------------
017660 9999-TERMINATE.
017670*
017680     CLOSE COMPLIANCE-REPORT-FILE.
017690*
017700 9999-TERMINATE-EXIT.
017710     EXIT.
