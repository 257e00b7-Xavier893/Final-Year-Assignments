001224*                  EDITS, SO A REJECTED CORRECTION NO LONGER
001225*                  CLEARS THE ORIGINAL EXCEPTION OR RESTARTS
001226*                  ITS AGING.
001227* 2026-10-15 DF    KEEP A KEYED DAILY SUMMARY FILE (DAYSUMM),
001228*                  ONE RECORD PER LOCATION / READING DATE /
001229*                  SHIFT WITH COUNT, SUM, SUM OF SQUARES,
001230*                  SMALLEST, LARGEST, MEAN, MEDIAN AND STANDARD
001231*                  DEVIATION, SO THE MONTH-END AND INQUIRY JOBS
001232*                  NO LONGER RE-SCAN THE READINGS MASTER.  AN
001233*                  AMENDED FEED REPLACES THE DAY'S RECORDS AND
001234*                  A CORRECTION MERGE WIDENS THEM, AS FOR THE
001235*                  RUN-HISTORY FILE.
001236* 2026-10-15 DF    LEAVE WRITTEN-OFF EXCEPTIONS (CLEARED FLAG
001237*                  "W", SET BY THE EXCDISP DISPOSITION JOB) OFF
001238*                  THE AGING LIST AND SHOW THEM AS THEIR OWN
001239*                  COUNT ON THE AGING REPORT.
001240* 2026-10-15 DF    CARRY EFFECTIVE-FROM / EFFECTIVE-TO DATES ON
001241*                  THE SHIFT MASTER (WIDENED TO 64 BYTES) SO A
001242*                  LOCATION / SHIFT MAY HOLD SEVERAL DATED BAND
001243*                  VERSIONS.  EACH READING AND CORRECTION CARD IS
001244*                  CHECKED AGAINST THE VERSION IN FORCE ON ITS
001245*                  OWN READING DATE, AND THE SHIFT PRESENCE
001246*                  WARNINGS IGNORE VERSIONS NOT IN FORCE ON ANY
001247*                  DATE IN THE RUN.
001248* 2026-10-15 DF    WRITE EVERY ADD TO AND DELETE FROM THE
001249*                  READINGS MASTER TO THE SEQUENTIAL CHANGE
001250*                  JOURNAL (RDMJRNL) WITH THE RUN DATE AND TIME,
001251*                  THE REASON (NEW FEED, AMENDED FEED OR
001252*                  CORRECTION MERGE) AND THE FULL READING IMAGE,
001253*                  SO RDMHIST CAN SHOW WHAT A DAY LOOKED LIKE
001254*                  BEFORE IT WAS AMENDED.
001255* 2026-10-15 DF    KEEP THE DATE AN EXCEPTION WAS CLEARED BY A
001256*                  CORRECTION (EXC-CLEARED-DATE, FORMERLY
001257*                  FILLER) SO THE WEEKLY SCORECARD CAN REPORT
001258*                  HOW LONG CORRECTIONS TAKE.
001259* 2026-10-15 DF    A CORRECTION-MERGE DATE WITH NO DAILY SUMMARY
001260*                  RECORD TO WIDEN IS REPORTED AND LEFT UNWRITTEN
001261*                  WITH RETURN CODE 4 RATHER THAN WRITTEN FROM
001262*                  THE MERGED READINGS ALONE.
001263* 2026-10-15 DF    COUNT EVERY DAILY SUMMARY NOT WRITTEN - FILE
001264*                  UNAVAILABLE OR A WRITE OR REWRITE REFUSED -
001265*                  AND WARN WITH RETURN CODE 4.
001266* 2026-10-15 DF    HOLD UP TO 200 SHIFT MASTER VERSIONS, AS
001267*                  SHFTMNT KEEPS, SO NO VERSION IS DROPPED AND ITS
001268*                  READINGS REJECTED AS AN UNKNOWN SHIFT.
001269* 2026-10-15 DF    JOURNAL EACH READINGS MASTER CHANGE FROM AN
001270*                  IMAGE SAVED BEFORE THE WRITE OR DELETE.
001271*--------------------------------------------------------------
001272*
001273 ENVIRONMENT DIVISION.
001274 INPUT-OUTPUT SECTION.
001275 FILE-CONTROL.
001276*
001277     SELECT DAILY-VALUES-FILE ASSIGN TO "DAILYVAL"
001278         ORGANIZATION IS SEQUENTIAL
001279         FILE STATUS IS DAILY-VALUES-STATUS.
001280*
001281     SELECT STATS-REPORT-FILE ASSIGN TO "STATSRPT"
001282         ORGANIZATION IS SEQUENTIAL.
001290*
001300     SELECT CHECKPOINT-FILE ASSIGN TO "STATSCKP"
001310         ORGANIZATION IS SEQUENTIAL
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS RDM-KEY
001450         FILE STATUS IS READINGS-MASTER-STATUS.
001452*
001454     SELECT DAILY-SUMMARY-FILE ASSIGN TO "DAYSUMM"
001456         ORGANIZATION IS INDEXED
001457         ACCESS MODE IS DYNAMIC
001458         RECORD KEY IS DSM-KEY
001459         FILE STATUS IS DAILY-SUMMARY-STATUS.
001460*
001461     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "RDMJRNL"
001462         ORGANIZATION IS SEQUENTIAL
001463         FILE STATUS IS JOURNAL-STATUS.
001464*
001470     SELECT SHIFT-MASTER-FILE ASSIGN TO "SHIFTMST"
001480         ORGANIZATION IS SEQUENTIAL
001490         FILE STATUS IS SHIFT-MASTER-STATUS.
001807         88  LOCATION-FORMAT-RECORD          VALUE "L".
001808     05  DVL-LOCATION            PIC X(03).
001809*
001811 01  DAILY-TRAILER-RECORD.
001813     05  TRL-RECORD-ID           PIC X(03).
001815     05  TRL-EXPECTED-COUNT      PIC 9(05).
001820     05  TRL-HASH-TOTAL          PIC 9(08).
001830*
001840 FD  STATS-REPORT-FILE
002020     05  EXT-SMALLEST            PIC +9(05).9.
002030     05  EXT-LARGEST             PIC +9(05).9.
002040     05  EXT-MODE-VAL            PIC +9(05).9.
002050
002060*
002070 FD  STATS-HISTORY-FILE
002080     LABEL RECORDS ARE STANDARD
002260     05  RDM-READING-VALUE       PIC S9(05)V9.
002270     05  RDM-RECORD-NUMBER       PIC 9(07).
002280     05  RDM-FILLER              PIC X(08).
002282*
002283 FD  DAILY-SUMMARY-FILE
002284     LABEL RECORDS ARE STANDARD
002285     RECORD CONTAINS 100 CHARACTERS.
002286 01  DAILY-SUMMARY-RECORD.
002287     05  DSM-KEY.
002288         10  DSM-LOCATION        PIC X(03).
002289         10  DSM-READING-DATE    PIC 9(08).
002290         10  DSM-SHIFT-CODE      PIC X(03).
002291     05  DSM-COUNT               PIC 9(05).
002292     05  DSM-SUM                 PIC S9(10)V9.
002293     05  DSM-SUM-SQUARES         PIC 9(15)V9(02).
002294     05  DSM-SMALLEST            PIC S9(05)V9.
002295     05  DSM-LARGEST             PIC S9(05)V9.
002296     05  DSM-MEAN                PIC S9(07)V9(02).
002297     05  DSM-MEDIAN              PIC S9(07)V9(02).
002298     05  DSM-STD-DEV             PIC 9(05)V9(02).
002299     05  DSM-RUN-DATE            PIC 9(08).
002300     05  DSM-FILLER              PIC X(08).
002301*
002302*    ONE ENTRY PER READING ADDED TO OR DELETED FROM READMST.
002303*    JRN-REASON IS FD (NEW FEED), AM (AMENDED FEED), CM
002304*    (CORRECTION MERGE), RS (RESTORE) OR PG (PURGE).
002305 FD  CHANGE-JOURNAL-FILE
002306     LABEL RECORDS ARE STANDARD
002307     RECORD CONTAINS 80 CHARACTERS.
002308 01  CHANGE-JOURNAL-RECORD.
002309     05  JRN-RUN-DATE            PIC 9(08).
002310     05  JRN-RUN-TIME            PIC 9(06).
002311     05  JRN-PROGRAM             PIC X(08).
002312     05  JRN-ACTION              PIC X(01).
002313     05  JRN-REASON              PIC X(02).
002314     05  JRN-READING-IMAGE       PIC X(40).
002315     05  JRN-FILLER              PIC X(15).
002316*
002317 FD  SHIFT-MASTER-FILE
002318     LABEL RECORDS ARE STANDARD
002320     RECORD CONTAINS 64 CHARACTERS.
002330 01  SHIFT-MASTER-RECORD.
002335     05  SHM-LOCATION            PIC X(03).
002340     05  SHM-SHIFT-CODE          PIC X(03).
002382         10  SHM-BAND-HIGH-INT   PIC 9(05).
002383         10  SHM-BAND-HIGH-POINT PIC X(01).
002384         10  SHM-BAND-HIGH-DEC   PIC 9(01).
002385*    BLANK OR ZERO DATES LEAVE THE VERSION OPEN AT THAT END
002386     05  SHM-EFFECTIVE-FROM      PIC 9(08).
002387     05  SHM-EFFECTIVE-TO        PIC 9(08).
002390     05  SHM-FILLER              PIC X(02).
002400*
002410 FD  EXCEPTION-FILE
002470     05  EXC-RECORD-IMAGE        PIC X(24).
002480     05  EXC-REASON-CODE         PIC X(02).
002482     05  EXC-RUN-DATE            PIC 9(08).
002483*    CLEARED FLAG - "N" OPEN, "Y" CLEARED BY A CORRECTION,
002484*    "W" WRITTEN OFF BY A SUPERVISOR DISPOSITION
002485     05  EXC-CLEARED-FLAG        PIC X(01).
002486     05  EXC-LOCATION            PIC X(03).
002487*    CLEARED DATE - RUN DATE OF THE CORRECTION MERGE THAT SET
002488*    THE FLAG TO "Y"; ZERO WHILE OPEN (SPACES ON RECORDS WRITTEN
002489*    BEFORE THE DATE WAS KEPT)
002490     05  EXC-CLEARED-DATE        PIC 9(08).
002492*
002493 FD  CORRECTION-FILE
002494     LABEL RECORDS ARE STANDARD
002506     05  CRX-ORIG-RECORD-NUMBER  PIC 9(07).
002507     05  CRX-LOCATION            PIC X(03).
002508     05  CRX-FILLER              PIC X(03).
002509 01  CORRECTION-TRAILER-RECORD.
002510     05  CTL-RECORD-ID           PIC X(03).
002511     05  CTL-EXPECTED-COUNT      PIC 9(05).
002512     05  CTL-HASH-TOTAL          PIC 9(08).
002513     05  CTL-FILLER              PIC X(24).
002514*
002515 FD  AGING-PARM-FILE
002516     LABEL RECORDS ARE STANDARD
002517     RECORD CONTAINS 80 CHARACTERS.
002518 01  AGING-PARM-RECORD.
002519     05  PRM-AGING-DAYS          PIC 9(04).
002520     05  PRM-FILLER              PIC X(76).
002521*
002522 FD  AGING-REPORT-FILE
002523     LABEL RECORDS ARE STANDARD
002524     RECORD CONTAINS 80 CHARACTERS.
002525 01  AGING-REPORT-RECORD         PIC X(80).
002526*
002527 FD  PRODUCTION-CALENDAR-FILE
002528     LABEL RECORDS ARE STANDARD
002529     RECORD CONTAINS 16 CHARACTERS.
002530 01  PRODUCTION-CALENDAR-RECORD.
002531     05  CAL-DATE                PIC 9(08).
002532     05  CAL-FILLER              PIC X(08).
002533*
002534 FD  EXCEPTION-REPORT-FILE
002535     LABEL RECORDS ARE STANDARD
002536     RECORD CONTAINS 80 CHARACTERS.
002540 01  EXCEPTION-REPORT-RECORD     PIC X(80).
002550*
002560 FD  EXCEPTION-TEMP-FILE
003963 01  RUN-DATE-INTEGER            PIC 9(07)   VALUE ZERO.
003964 01  EXC-AGE-DAYS                PIC S9(05)  VALUE ZERO.
003965 01  AGED-COUNT                  PIC 9(05)   VALUE ZERO.
003966 01  WRITTEN-OFF-COUNT           PIC 9(05)   VALUE ZERO.
003967*
003968*--------------------------------------------------------------
003969* PRODUCTION CALENDAR WORK AREAS - THE PLANT'S PRODUCTION DAYS,
003970* LOADED AT INITIALIZATION.  WHEN THE CALENDAR FILE IS NOT
003971* AVAILABLE THE RUN CONTINUES WITH DATE VALIDATION SWITCHED OFF.
003972*--------------------------------------------------------------
003973 01  PRODCAL-STATUS              PIC X(02).
003974*
003975 01  CALENDAR-SW                 PIC X(01)   VALUE "N".
003976     88  END-OF-CALENDAR                      VALUE "Y".
003977     88  MORE-CALENDAR                        VALUE "N".
003978*
003979 01  PROD-DATE-SW                PIC X(01)   VALUE "N".
003980     88  PROD-DATE-FOUND                      VALUE "Y".
003981     88  PROD-DATE-NOT-FOUND                  VALUE "N".
003982*
003983 01  CALENDAR-MAX                PIC 9(03)   VALUE 400.
003984 01  CALENDAR-COUNT              PIC 9(03)   VALUE ZERO.
003985 01  CAL-IX                      PIC 9(03)   VALUE ZERO.
003986 01  CAL-DATE-TABLE              PIC 9(08)   OCCURS 400 TIMES.
003987 01  CAL-LOOKUP-DATE             PIC 9(08)   VALUE ZERO.
003988*
003989 01  CALENDAR-REJECTED-COUNT     PIC 9(05)   VALUE ZERO.
003990 01  MISSING-DAY-COUNT           PIC 9(05)   VALUE ZERO.
003991 01  FEED-EARLIEST-DATE          PIC 9(08)   VALUE ZERO.
003992 01  FEED-LATEST-DATE            PIC 9(08)   VALUE ZERO.
003993*
003994*--------------------------------------------------------------
003995* SHIFT REFERENCE MASTER WORK AREAS
003996*--------------------------------------------------------------
003997 01  SHIFT-MASTER-STATUS         PIC X(02).
003998*
003999*--------------------------------------------------------------
004000* READINGS MASTER WORK AREAS
004001*--------------------------------------------------------------
004002 01  READINGS-MASTER-STATUS      PIC X(02).
004003 01  MAST-PREV-LOC               PIC X(03)   VALUE SPACES.
004004 01  MAST-PREV-DATE              PIC 9(08)   VALUE ZERO.
004005 01  MAST-PREV-SHIFT             PIC X(03)   VALUE SPACES.
004006 01  MAST-SEQUENCE               PIC 9(05)   VALUE ZERO.
004007 01  MAST-GROUP-REASON           PIC X(02)   VALUE SPACES.
004008*
004009*--------------------------------------------------------------
004010* CHANGE JOURNAL WORK AREAS
004011*--------------------------------------------------------------
004012 01  JOURNAL-STATUS              PIC X(02).
004013 01  JOURNAL-SW                  PIC X(01)   VALUE "N".
004014     88  JOURNAL-OPEN                         VALUE "Y".
004015     88  JOURNAL-NOT-OPEN                     VALUE "N".
004016 01  JOURNAL-MISSED-COUNT        PIC 9(07)   VALUE ZERO.
004017 01  JOURNAL-ACTION              PIC X(01)   VALUE SPACES.
004018 01  JOURNAL-REASON              PIC X(02)   VALUE SPACES.
004019 01  JOURNAL-IMAGE               PIC X(40)   VALUE SPACES.
004022*
004023*--------------------------------------------------------------
004024* DAILY SUMMARY WORK AREAS - ONE KEYED RECORD PER LOCATION /
004025* READING DATE / SHIFT, KEPT IN STEP WITH THE READINGS MASTER
004026*--------------------------------------------------------------
004027 01  DAILY-SUMMARY-STATUS        PIC X(02).
004028 01  SUMM-MERGE-SW               PIC X(01)   VALUE "N".
004029     88  SUMM-MERGE-DATE                      VALUE "Y".
004030     88  SUMM-REPLACE-DATE                    VALUE "N".
004031 01  SUMM-FILE-SW                PIC X(01)   VALUE "N".
004032     88  SUMMARY-OPEN                         VALUE "Y".
004033     88  SUMMARY-NOT-OPEN                     VALUE "N".
004034 01  SUMM-MISSED-COUNT           PIC 9(05)   VALUE ZERO.
004035*
004036 01  SUMM-SQUARE                 PIC 9(11)V9(02).
004037 01  SUMM-SUM-SQUARES            PIC 9(15)V9(02).
004038 01  SUMM-MEAN-SQ                PIC 9(14)V9(04).
004039 01  SUMM-VARIANCE               PIC S9(15)V9(04).
004040*
004041 01  SHIFT-MASTER-SW             PIC X(01)   VALUE "N".
004042     88  END-OF-SHIFT-MASTER                  VALUE "Y".
004050     88  MORE-SHIFT-MASTER                    VALUE "N".
004060*
004070 01  SHIFT-MASTER-TRUNC-SW       PIC X(01)   VALUE "N".
004120     88  SHIFT-CODE-FOUND                     VALUE "Y".
004130     88  SHIFT-CODE-NOT-FOUND                 VALUE "N".
004140*
004145*    ONE TABLE ENTRY PER DATED VERSION OF A LOCATION / SHIFT
004150 01  SHIFT-MASTER-MAX            PIC 9(03)   VALUE 200.
004160 01  SHIFT-MASTER-COUNT          PIC 9(03)   VALUE ZERO.
004170 01  SHIFT-MASTER-IX             PIC 9(03)   VALUE ZERO.
004180 01  SHIFT-LOOKUP-CODE           PIC X(03).
004185 01  SHIFT-LOOKUP-LOC            PIC X(03).
004186 01  SHIFT-LOOKUP-DATE           PIC 9(08)   VALUE ZERO.
004187 01  SHM-OPEN-END-DATE           PIC 9(08)   VALUE 99999999.
004188 01  VERSION-IN-FORCE-SW         PIC X(01)   VALUE "N".
004191     88  VERSION-IN-FORCE                     VALUE "Y".
004194     88  VERSION-NOT-IN-FORCE                 VALUE "N".
004197 01  SHIFT-REJECTED-COUNT        PIC 9(05)   VALUE ZERO.
004200 01  BAND-FLAGGED-COUNT          PIC 9(05)   VALUE ZERO.
004210 01  GROUP-SIZE                  PIC 9(05)   VALUE ZERO.
004220 01  L                           PIC 9(03)   VALUE ZERO.
004230*
004235 01  SHM-LOC-TABLE               PIC X(03)   OCCURS 200 TIMES.
004240 01  SHM-CODE-TABLE              PIC X(03)   OCCURS 200 TIMES.
004250 01  SHM-DESC-TABLE              PIC X(20)   OCCURS 200 TIMES.
004255 01  BAND-LOW-WORK               PIC S9(05)V9 VALUE ZERO.
004260 01  SHM-MIN-COUNT-TABLE         PIC 9(04)   OCCURS 200 TIMES.
004270 01  SHM-BAND-LOW-TABLE          PIC S9(05)V9 OCCURS 200 TIMES.
004280 01  SHM-BAND-HIGH-TABLE         PIC S9(05)V9 OCCURS 200 TIMES.
004290 01  SHM-SEEN-COUNT-TABLE        PIC 9(05)   OCCURS 200 TIMES.
004292 01  SHM-FROM-TABLE              PIC 9(08)   OCCURS 200 TIMES.
004294 01  SHM-TO-TABLE                PIC 9(08)   OCCURS 200 TIMES.
004300*
004310*--------------------------------------------------------------
004320* CONTROL-TOTALS TRAILER WORK AREAS
006427             VALUE "NO UNCORRECTED EXCEPTIONS OVER THRESHOLD".
006428     05  FILLER                  PIC X(40) VALUE SPACES.
006429*
006430 01  AGE-WRITTEN-OFF-LINE.
006431     05  FILLER                  PIC X(40)
006432             VALUE "EXCEPTIONS WRITTEN OFF (NOT AGED):".
006433     05  AGE-WRITTEN-OFF-COUNT   PIC ZZZZ9.
006434     05  FILLER                  PIC X(35) VALUE SPACES.
006435*
006436*--------------------------------------------------------------
006437* CONTROL-TOTALS BALANCING REPORT LINES
006438*--------------------------------------------------------------
006439 01  RPT-OOB-NOTICE.
006440     05  FILLER                  PIC X(44)
006441             VALUE "DAILY-VALUES FILE OUT OF BALANCE - STATISTIC".
006442     05  FILLER                  PIC X(36)
006450             VALUE "S NOT PUBLISHED".
006460*
006470 01  RPT-OOB-NO-TRAILER.
007189 01  LOCN-START-INDEX            PIC 9(05).
007190 01  LOCN-END-INDEX              PIC 9(05).
007191 01  LSCAN                       PIC 9(05).
007195 01  CURRENT-READING-DATE        PIC 9(08).
007200 01  DATE-FIRST-INDEX            PIC 9(05).
007210 01  DATE-IX                     PIC 9(02).
007220*
008030     IF CONTROL-TOTALS-IN-BALANCE AND NUM-ELEMENTS > ZERO
008040         PERFORM 7000-APPEND-HISTORY
008050             THRU 7000-APPEND-HISTORY-EXIT
008055         PERFORM 7500-WRITE-DAILY-SUMMARY
008056             THRU 7500-WRITE-DAILY-SUMMARY-EXIT
008060         PERFORM 8000-LOAD-READINGS-MASTER
008070             THRU 8000-LOAD-READINGS-MASTER-EXIT
008080     END-IF.
009935         SHM-BAND-HIGH-TABLE(SHIFT-MASTER-COUNT).
009940     MOVE ZERO              TO
009945         SHM-SEEN-COUNT-TABLE(SHIFT-MASTER-COUNT).
009946     IF SHM-EFFECTIVE-FROM NOT NUMERIC
009947         MOVE ZERO TO SHM-FROM-TABLE(SHIFT-MASTER-COUNT)
009948     ELSE
009949         MOVE SHM-EFFECTIVE-FROM TO
009950             SHM-FROM-TABLE(SHIFT-MASTER-COUNT)
009951     END-IF.
009952     IF SHM-EFFECTIVE-TO NOT NUMERIC
009953         OR SHM-EFFECTIVE-TO = ZERO
009954         MOVE SHM-OPEN-END-DATE TO
009955             SHM-TO-TABLE(SHIFT-MASTER-COUNT)
009956     ELSE
009957         MOVE SHM-EFFECTIVE-TO TO
009958             SHM-TO-TABLE(SHIFT-MASTER-COUNT)
009959     END-IF.
009964*
009970 1310-LOAD-ONE-SHIFT-EXIT.
009980     EXIT.
009990*
010651     EXIT.
010652*
010653*----------------------------------------------------------------
010654* 1700-LOAD-PRODUCTION-CALENDAR - LOAD THE PLANT'S PRODUCTION
010655*     DAYS INTO THE CAL TABLE.  WHEN THE CALENDAR IS NOT
010656*     AVAILABLE THE RUN CONTINUES WITH PRODUCTION-DATE
010657*     VALIDATION AND THE MISSING-DAY CHECK SWITCHED OFF.
010658*----------------------------------------------------------------
010659 1700-LOAD-PRODUCTION-CALENDAR.
010660*
010661     MOVE ZERO TO CALENDAR-COUNT.
010662     OPEN INPUT PRODUCTION-CALENDAR-FILE.
010663     IF PRODCAL-STATUS NOT = "00"
010664         DISPLAY "SIMPLESTATS - PRODUCTION-CALENDAR-FILE NOT "
010665             "AVAILABLE, STATUS = " PRODCAL-STATUS
010666         GO TO 1700-LOAD-PRODUCTION-CALENDAR-EXIT
010667     END-IF.
010668*
010669     SET MORE-CALENDAR TO TRUE.
010670     PERFORM 1710-LOAD-ONE-CALENDAR-DAY
010671         THRU 1710-LOAD-ONE-CALENDAR-DAY-EXIT
010672         UNTIL END-OF-CALENDAR.
010673     CLOSE PRODUCTION-CALENDAR-FILE.
010674*
010675 1700-LOAD-PRODUCTION-CALENDAR-EXIT.
010676     EXIT.
010677*
010678 1710-LOAD-ONE-CALENDAR-DAY.
010679*
010680     READ PRODUCTION-CALENDAR-FILE
010681         AT END
010682             SET END-OF-CALENDAR TO TRUE
010683         NOT AT END
010684             IF CAL-DATE NUMERIC
010685                 IF CALENDAR-COUNT < CALENDAR-MAX
010686                     ADD 1 TO CALENDAR-COUNT
010687                     MOVE CAL-DATE
010688                         TO CAL-DATE-TABLE(CALENDAR-COUNT)
010689                 ELSE
010690                     DISPLAY "SIMPLESTATS - PRODUCTION CALENDAR "
010691                         "TRUNCATED AT " CALENDAR-MAX " ENTRIES"
010692                 END-IF
010693             END-IF
010694     END-READ.
010695*
010696 1710-LOAD-ONE-CALENDAR-DAY-EXIT.
010697     EXIT.
010698*
010699*----------------------------------------------------------------
010700* 2000-READ-DATA - LOAD ARR FROM THE DAILY-VALUES FILE
010701*----------------------------------------------------------------
010702 2000-READ-DATA.
010703*
010704     PERFORM 2100-READ-DAILY-VALUE
010705         THRU 2100-READ-DAILY-VALUE-EXIT
010706         UNTIL END-OF-DAILY-VALUES.
010707*
010708 2000-READ-DATA-EXIT.
010709     EXIT.
010710*
010711 2100-READ-DAILY-VALUE.
010712*
010713     READ DAILY-VALUES-FILE
010714         AT END
010720             SET END-OF-DAILY-VALUES TO TRUE
010730         NOT AT END
010740             IF TRAILER-RECORD
011120     IF SHIFT-MASTER-COUNT > ZERO
011130         MOVE RWK-SHIFT TO SHIFT-LOOKUP-CODE
011132         MOVE RWK-LOCATION TO SHIFT-LOOKUP-LOC
011134         MOVE RWK-DATE TO SHIFT-LOOKUP-DATE
011140         PERFORM 2120-LOOKUP-SHIFT-CODE
011150             THRU 2120-LOOKUP-SHIFT-CODE-EXIT
011160         IF SHIFT-CODE-NOT-FOUND
011590*
011600*----------------------------------------------------------------
011610* 2120-LOOKUP-SHIFT-CODE - FIND SHIFT-LOOKUP-CODE ON THE SHM
011620*     TABLES, RETURNING SHIFT-MASTER-IX AND SHIFT-FOUND-SW.  ONLY
011622*     THE VERSION IN FORCE ON SHIFT-LOOKUP-DATE CAN MATCH.
011630*----------------------------------------------------------------
011640 2120-LOOKUP-SHIFT-CODE.
011650*
011680     PERFORM VARYING L FROM 1 BY 1 UNTIL L > SHIFT-MASTER-COUNT
011690         IF SHM-CODE-TABLE(L) = SHIFT-LOOKUP-CODE
011692             AND SHM-LOC-TABLE(L) = SHIFT-LOOKUP-LOC
011694             AND SHM-FROM-TABLE(L) NOT > SHIFT-LOOKUP-DATE
011696             AND SHM-TO-TABLE(L) NOT < SHIFT-LOOKUP-DATE
011700             SET SHIFT-CODE-FOUND TO TRUE
011710             MOVE L TO SHIFT-MASTER-IX
011720         END-IF
011867                 MOVE DAILY-VALUE TO RWK-HASH-UNITS
011868             END-IF
011869     END-EVALUATE.
011870*
011871 2150-NORMALIZE-READING-EXIT.
011872     EXIT.
011873*
011874*----------------------------------------------------------------
011875* 2200-CHECKPOINT-IF-DUE - SAVE PROGRESS EVERY CHECKPOINT-
011876*                          INTERVAL RECORDS FOR RESTART
011877*----------------------------------------------------------------
011878 2200-CHECKPOINT-IF-DUE.
011879*
011880     DIVIDE RECORDS-READ BY CHECKPOINT-INTERVAL
011881         GIVING CHECKPOINT-DIVISOR-RESULT
011882         REMAINDER CHECKPOINT-DIVISOR-REM.
011883     IF CHECKPOINT-DIVISOR-REM = 0
011884         PERFORM 2300-WRITE-CHECKPOINT
011890             THRU 2300-WRITE-CHECKPOINT-EXIT
011900     END-IF.
011910*
012371     MOVE RWK-LOCATION       TO EXC-LOCATION.
012372     MOVE RUN-DATE-N         TO EXC-RUN-DATE.
012374     MOVE "N"                TO EXC-CLEARED-FLAG.
012380     MOVE ZERO               TO EXC-CLEARED-DATE.
012390     WRITE EXCEPTION-RECORD.
012400     ADD 1 TO EXCEPTION-COUNT.
012410*
012859     IF SHIFT-MASTER-COUNT > ZERO
012860         MOVE CRW-SHIFT TO SHIFT-LOOKUP-CODE
012861         MOVE CRW-LOCATION TO SHIFT-LOOKUP-LOC
012862         MOVE CRW-DATE-N TO SHIFT-LOOKUP-DATE
012863         PERFORM 2120-LOOKUP-SHIFT-CODE
012864             THRU 2120-LOOKUP-SHIFT-CODE-EXIT
012865         IF SHIFT-CODE-NOT-FOUND
012866             MOVE EXCP-REASON-BAD-SHIFT TO EXC-REASON-CODE
012867             PERFORM 2650-WRITE-CORR-EXCEPTION
012868                 THRU 2650-WRITE-CORR-EXCEPTION-EXIT
012869             ADD 1 TO CORR-REJECTED-COUNT
012870             GO TO 2610-MERGE-ONE-CORRECTION-EXIT
012871         END-IF
012872         IF NUM-ELEMENTS < TABLE-MAX-SIZE
012873             AND (CRW-VALUE-N
012874                 < SHM-BAND-LOW-TABLE(SHIFT-MASTER-IX)
012875             OR CRW-VALUE-N
012876                 > SHM-BAND-HIGH-TABLE(SHIFT-MASTER-IX))
012877             MOVE EXCP-REASON-OUT-OF-BAND TO EXC-REASON-CODE
012878             PERFORM 2650-WRITE-CORR-EXCEPTION
012879                 THRU 2650-WRITE-CORR-EXCEPTION-EXIT
012880             ADD 1 TO BAND-FLAGGED-COUNT
012881         END-IF
012882     END-IF.
012883*
012884     IF NUM-ELEMENTS >= TABLE-MAX-SIZE
012885         MOVE EXCP-REASON-CAPACITY TO EXC-REASON-CODE
012886         PERFORM 2650-WRITE-CORR-EXCEPTION
012887             THRU 2650-WRITE-CORR-EXCEPTION-EXIT
012888         ADD 1 TO CORR-REJECTED-COUNT
012889         GO TO 2610-MERGE-ONE-CORRECTION-EXIT
012890     END-IF.
012891*
012892     ADD 1 TO NUM-ELEMENTS.
012893     MOVE CRW-VALUE-N TO ARR(NUM-ELEMENTS).
012894     MOVE CRW-SHIFT   TO SHIFT-CODE-TABLE(NUM-ELEMENTS).
012895     MOVE CRW-RECNO-N TO READING-RECNO-TABLE(NUM-ELEMENTS).
012896     MOVE CRW-DATE-N  TO READING-DATE-TABLE(NUM-ELEMENTS).
012897     MOVE CRW-LOCATION TO LOCATION-TABLE(NUM-ELEMENTS).
012898     MOVE "C"         TO READING-ORIGIN-TABLE(NUM-ELEMENTS).
012899     MOVE "Y"         TO CORR-ACCEPT-TABLE(CORR-IX).
012900     ADD 1 TO CORR-ACCEPTED-COUNT.
012901*
012902 2610-MERGE-ONE-CORRECTION-EXIT.
012903     EXIT.
012904*
012905*----------------------------------------------------------------
012906* 2650-WRITE-CORR-EXCEPTION - RECORD ONE REJECTED OR FLAGGED
012907*     CORRECTION ON THE EXCEPTIONS FILE UNDER ITS ORIGINAL
012908*     RECORD NUMBER.  THE CALLER SETS EXC-REASON-CODE FIRST.
012909*----------------------------------------------------------------
012910 2650-WRITE-CORR-EXCEPTION.
012911*
012912     MOVE CRW-RECNO-N TO EXC-RECORD-NUMBER.
012913     MOVE CRW-SHIFT   TO EXC-SHIFT-CODE.
012914     MOVE CRW-IMAGE   TO EXC-RECORD-IMAGE.
012915     MOVE CRW-LOCATION TO EXC-LOCATION.
012916     MOVE RUN-DATE-N  TO EXC-RUN-DATE.
012917     MOVE "N"         TO EXC-CLEARED-FLAG.
012918     MOVE ZERO        TO EXC-CLEARED-DATE.
012919     WRITE EXCEPTION-RECORD.
012920     ADD 1 TO EXCEPTION-COUNT.
012921*
012922 2650-WRITE-CORR-EXCEPTION-EXIT.
012923     EXIT.
012924*
012925*----------------------------------------------------------------
012926* 2700-FLAG-CLEARED-EXCEPTIONS - ONCE THE MERGE EDITS HAVE RUN,
012927*     COPY THE EXCEPTIONS FILE THROUGH THE TEMP FILE AND BACK,
012928*     MARKING CLEARED ANY RECORD WHOSE CORRECTION CARD WAS
012929*     ACCEPTED, MATCHED ON ORIGINAL RUN DATE AND RECORD NUMBER.
012930*     A CARD THE MERGE REJECTED LEAVES ITS ORIGINAL EXCEPTION
012931*     UNCLEARED, SO ITS AGE KEEPS ACCRUING FROM THE ORIGINAL
012932*     RUN INSTEAD OF RESTARTING UNDER THE NEW EXCEPTION.
012933*----------------------------------------------------------------
012934 2700-FLAG-CLEARED-EXCEPTIONS.
012935*
012936     IF CORR-ACCEPTED-COUNT = ZERO
012937         GO TO 2700-FLAG-CLEARED-EXCEPTIONS-EXIT
012938     END-IF.
012939*
012940*    THE EXCEPTIONS FILE IS STILL OPEN OUTPUT FROM 1600 -
012941*    SWING IT THROUGH THE TEMP FILE TO APPLY THE FLAGS
012942     CLOSE EXCEPTION-FILE.
012943     OPEN INPUT EXCEPTION-FILE.
012944     OPEN OUTPUT EXCEPTION-TEMP-FILE.
012945     SET MORE-EXCEPTIONS TO TRUE.
012946     PERFORM 2710-COPY-EXCP-TO-TEMP
012947         THRU 2710-COPY-EXCP-TO-TEMP-EXIT
012948         UNTIL END-OF-EXCEPTIONS.
012949     CLOSE EXCEPTION-FILE.
012950     CLOSE EXCEPTION-TEMP-FILE.
012951*
012952     OPEN INPUT EXCEPTION-TEMP-FILE.
012953     OPEN OUTPUT EXCEPTION-FILE.
012954     SET MORE-EXCEPTIONS TO TRUE.
012955     PERFORM 2720-RESTORE-EXCP-FLAGGED
012956         THRU 2720-RESTORE-EXCP-FLAGGED-EXIT
012957         UNTIL END-OF-EXCEPTIONS.
012958     CLOSE EXCEPTION-TEMP-FILE.
012959*
012960 2700-FLAG-CLEARED-EXCEPTIONS-EXIT.
012961     EXIT.
012962*
012963 2710-COPY-EXCP-TO-TEMP.
012964*
012965     READ EXCEPTION-FILE
012966         AT END
012967             SET END-OF-EXCEPTIONS TO TRUE
012968         NOT AT END
012969             WRITE EXCEPTION-TEMP-RECORD FROM EXCEPTION-RECORD
012970     END-READ.
012971*
012972 2710-COPY-EXCP-TO-TEMP-EXIT.
012973     EXIT.
012974*
012975 2720-RESTORE-EXCP-FLAGGED.
012976*
012977     READ EXCEPTION-TEMP-FILE
012978         AT END
012979             SET END-OF-EXCEPTIONS TO TRUE
012980             GO TO 2720-RESTORE-EXCP-FLAGGED-EXIT
012981     END-READ.
012982*
012983     MOVE EXCEPTION-TEMP-RECORD TO EXCEPTION-RECORD.
012984     IF EXC-CLEARED-FLAG NOT = "Y"
012985         PERFORM VARYING CORR-IX FROM 1 BY 1
012986                 UNTIL CORR-IX > CORR-COUNT
012987             IF CORR-ACCEPT-TABLE(CORR-IX) = "Y"
012988                 AND CORR-ORUN-TABLE(CORR-IX) = EXC-RUN-DATE
012989                 AND CORR-ORECNO-TABLE(CORR-IX)
012990                     = EXC-RECORD-NUMBER
012991                 AND EXC-CLEARED-FLAG NOT = "Y"
012992                 MOVE "Y" TO EXC-CLEARED-FLAG
012993                 MOVE RUN-DATE-N TO EXC-CLEARED-DATE
012994                 ADD 1 TO CORR-CLEARED-COUNT
012995             END-IF
012996         END-PERFORM
012997     END-IF.
012998     WRITE EXCEPTION-RECORD.
012999*
013000 2720-RESTORE-EXCP-FLAGGED-EXIT.
013001     EXIT.
013002*
013003*----------------------------------------------------------------
013004* 2900-SORT-READINGS - SORT THE LOADED READINGS BY READING DATE,
013005*     SHIFT CODE AND VALUE SO EVERY DATE AND SHIFT GROUP IS
013006*     CONTIGUOUS AND ASCENDING, FEEDING THE SINGLE-PASS STATISTICS
013007*----------------------------------------------------------------
013008 2900-SORT-READINGS.
013009*
013010     SORT SORT-READING-FILE
013011         ON ASCENDING KEY SRT-READING-DATE
013012                          SRT-LOCATION
013013                          SRT-SHIFT-CODE
013014                          SRT-VALUE
013015         INPUT PROCEDURE IS 2910-RELEASE-READINGS
013016             THRU 2910-RELEASE-READINGS-EXIT
013017         OUTPUT PROCEDURE IS 2920-RETURN-READINGS
013018             THRU 2920-RETURN-READINGS-EXIT.
013019*
013020 2900-SORT-READINGS-EXIT.
013021     EXIT.
013022*
013023 2910-RELEASE-READINGS.
013024*
013025     PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-ELEMENTS
013030         MOVE READING-DATE-TABLE(I)  TO SRT-READING-DATE
013035         MOVE LOCATION-TABLE(I)      TO SRT-LOCATION
013040         MOVE SHIFT-CODE-TABLE(I)    TO SRT-SHIFT-CODE
017933     EXIT.
017934*
017935*----------------------------------------------------------------
017936* 4000-WRITE-REPORT - PRINT THE STATS-REPORT RESULT LINES
017937*----------------------------------------------------------------
017938 4000-WRITE-REPORT.
017939*
017940     MOVE RUN-DATE-MM   TO RPT-HDG-MM.
017941     MOVE RUN-DATE-DD   TO RPT-HDG-DD.
017942     MOVE RUN-DATE-YYYY TO RPT-HDG-YYYY.
017943     MOVE RPT-HEADING-1 TO PRINT-LINE.
017944     WRITE STATS-REPORT-RECORD FROM PRINT-LINE
017950         AFTER ADVANCING 1 LINE.
017960*
017970     MOVE NUM-ELEMENTS  TO RPT-HDG-NUM-ELEMENTS.
019540     MOVE CURRENT-SHIFT-CODE TO RPT-SHIFT-HDG-CODE.
019550     MOVE CURRENT-SHIFT-CODE TO SHIFT-LOOKUP-CODE.
019555     MOVE CURRENT-LOCATION   TO SHIFT-LOOKUP-LOC.
019557     MOVE DATE-GROUP-DATE-TABLE(DATE-IX) TO SHIFT-LOOKUP-DATE.
019560     PERFORM 2120-LOOKUP-SHIFT-CODE
019570         THRU 2120-LOOKUP-SHIFT-CODE-EXIT.
019580     IF SHIFT-CODE-FOUND
020760*
020770*----------------------------------------------------------------
020780* 4140-WRITE-SHIFT-PRESENCE - WARN WHEN A SHIFT ON THE MASTER HAS
020790*     NO READINGS TODAY OR FEWER THAN ITS EXPECTED MINIMUM.  A
020792*     VERSION NOT IN FORCE ON ANY DATE IN THE RUN IS PASSED OVER.
020800*----------------------------------------------------------------
020810 4140-WRITE-SHIFT-PRESENCE.
020820*
020822     PERFORM 4145-CHECK-VERSION-IN-FORCE
020824         THRU 4145-CHECK-VERSION-IN-FORCE-EXIT.
020826     IF VERSION-NOT-IN-FORCE
020828         GO TO 4140-WRITE-SHIFT-PRESENCE-EXIT
020831     END-IF.
020834*
020837     IF SHM-SEEN-COUNT-TABLE(L) = ZERO
020840         MOVE SHM-CODE-TABLE(L) TO RPT-SHIFT-MISSING-CODE
020845         MOVE SHM-LOC-TABLE(L)  TO RPT-SHIFT-MISSING-LOC
020850         MOVE SHM-DESC-TABLE(L) TO RPT-SHIFT-MISSING-DESC
021020*
021030 4140-WRITE-SHIFT-PRESENCE-EXIT.
021040     EXIT.
021041*
021042*----------------------------------------------------------------
021043* 4145-CHECK-VERSION-IN-FORCE - IS SHIFT MASTER VERSION L IN
021044*     FORCE ON ANY READING DATE OF THIS RUN?  WITH NO READING
021045*     DATES THE RUN DATE IS USED.
021046*----------------------------------------------------------------
021047 4145-CHECK-VERSION-IN-FORCE.
021048*
021049     SET VERSION-NOT-IN-FORCE TO TRUE.
021050     IF DATE-GROUP-COUNT = ZERO
021051         IF SHM-FROM-TABLE(L) NOT > RUN-DATE-N
021052             AND SHM-TO-TABLE(L) NOT < RUN-DATE-N
021053             SET VERSION-IN-FORCE TO TRUE
021054         END-IF
021055         GO TO 4145-CHECK-VERSION-IN-FORCE-EXIT
021056     END-IF.
021057*
021058     PERFORM 4146-CHECK-ONE-RUN-DATE
021059         THRU 4146-CHECK-ONE-RUN-DATE-EXIT
021060         VARYING DATE-IX FROM 1 BY 1
021061         UNTIL DATE-IX > DATE-GROUP-COUNT.
021062*
021063 4145-CHECK-VERSION-IN-FORCE-EXIT.
021064     EXIT.
021065*
021066 4146-CHECK-ONE-RUN-DATE.
021067*
021068     IF SHM-FROM-TABLE(L) NOT > DATE-GROUP-DATE-TABLE(DATE-IX)
021069         AND SHM-TO-TABLE(L) NOT < DATE-GROUP-DATE-TABLE(DATE-IX)
021070         SET VERSION-IN-FORCE TO TRUE
021071     END-IF.
021072*
021073 4146-CHECK-ONE-RUN-DATE-EXIT.
021074     EXIT.
021075*
021076*----------------------------------------------------------------
021077* 4200-WRITE-OUTLIER-SECTION - LIST EVERY READING MORE THAN THREE
021080*     STANDARD DEVIATIONS FROM THE MEAN, WITH ITS SHIFT CODE AND
021090*     ITS RECORD NUMBER IN THE DAILY-VALUES FILE
021100*----------------------------------------------------------------
022735*
022736*----------------------------------------------------------------
022737* 4500-WRITE-MISSING-DAYS - LIST EVERY PRODUCTION DAY BETWEEN
022738*     THE FEED'S EARLIEST AND LATEST READING DATES THAT HAS NO
022739*     READINGS AT ALL, SO A MISSING TRANSMISSION FROM THE FLOOR
022740*     SHOWS UP ON THE NIGHTLY REPORT
022741*----------------------------------------------------------------
022742 4500-WRITE-MISSING-DAYS.
022743*
022744     IF CALENDAR-COUNT = ZERO OR DATE-GROUP-COUNT = ZERO
022745         GO TO 4500-WRITE-MISSING-DAYS-EXIT
022746     END-IF.
022747*
022748*    THE DATE GROUPS COME OUT OF THE SORT IN ASCENDING ORDER,
022749*    SO THE FEED'S RANGE IS THE FIRST AND LAST GROUP DATES
022750     MOVE DATE-GROUP-DATE-TABLE(1) TO FEED-EARLIEST-DATE.
022751     MOVE DATE-GROUP-DATE-TABLE(DATE-GROUP-COUNT)
022752         TO FEED-LATEST-DATE.
022753*
022754     PERFORM 4510-CHECK-ONE-CALENDAR-DAY
022755         THRU 4510-CHECK-ONE-CALENDAR-DAY-EXIT
022756         VARYING CAL-IX FROM 1 BY 1
022757         UNTIL CAL-IX > CALENDAR-COUNT.
022758*
022759 4500-WRITE-MISSING-DAYS-EXIT.
022760     EXIT.
022761*
022762 4510-CHECK-ONE-CALENDAR-DAY.
022763*
022764     IF CAL-DATE-TABLE(CAL-IX) < FEED-EARLIEST-DATE
022765         OR CAL-DATE-TABLE(CAL-IX) > FEED-LATEST-DATE
022766         GO TO 4510-CHECK-ONE-CALENDAR-DAY-EXIT
022767     END-IF.
022768*
022769     SET PROD-DATE-NOT-FOUND TO TRUE.
022770     PERFORM VARYING DATE-IX FROM 1 BY 1
022771             UNTIL DATE-IX > DATE-GROUP-COUNT
022772         IF DATE-GROUP-DATE-TABLE(DATE-IX)
022773             = CAL-DATE-TABLE(CAL-IX)
022774             SET PROD-DATE-FOUND TO TRUE
022775         END-IF
022776     END-PERFORM.
022777     IF PROD-DATE-FOUND
022778         GO TO 4510-CHECK-ONE-CALENDAR-DAY-EXIT
022779     END-IF.
022780*
022781     ADD 1 TO MISSING-DAY-COUNT.
022782     MOVE CAL-DATE-TABLE(CAL-IX) TO DATE-SPLIT-WORK.
022783     MOVE DATE-SPLIT-MM   TO RPT-MISS-MM.
022784     MOVE DATE-SPLIT-DD   TO RPT-MISS-DD.
022785     MOVE DATE-SPLIT-YYYY TO RPT-MISS-YYYY.
022786     MOVE RPT-MISSING-DAY-LINE TO PRINT-LINE.
022787     WRITE STATS-REPORT-RECORD FROM PRINT-LINE
022788         AFTER ADVANCING 1 LINE.
022789*
022790 4510-CHECK-ONE-CALENDAR-DAY-EXIT.
022791     EXIT.
022792*
022793*----------------------------------------------------------------
022794* 5000-WRITE-EXTRACT - WRITE ONE SUMMARY RECORD FOR THE
022795*                      DOWNSTREAM SPREADSHEET LOAD
022796*----------------------------------------------------------------
022797 5000-WRITE-EXTRACT.
022798*
022799     IF DATE-GROUP-COUNT = ZERO
022800         MOVE RUN-DATE-YYYY   TO EXT-RUN-DATE-YYYY
022801         MOVE RUN-DATE-MM     TO EXT-RUN-DATE-MM
022802         MOVE RUN-DATE-DD     TO EXT-RUN-DATE-DD
022805         MOVE SPACES          TO EXT-LOCATION
022810         MOVE NUM-ELEMENTS    TO EXT-NUM-ELEMENTS
022820         MOVE SMALLEST        TO EXT-SMALLEST
023915*     OF DAYS, SO THE DATA-QUALITY CLERK SEES WHAT IS GOING
023916*     STALE.  THE THRESHOLD COMES FROM THE AGEPARM PARAMETER
023917*     FILE AND DEFAULTS TO SEVEN DAYS WHEN NO PARAMETER IS
023918*     PRESENT.  EXCEPTIONS A SUPERVISOR HAS WRITTEN OFF ARE NOT
023919*     AGED - THEY ARE COUNTED ON A LINE OF THEIR OWN.
023920*----------------------------------------------------------------
023921 6500-WRITE-AGING-REPORT.
023922*
023923     OPEN OUTPUT AGING-REPORT-FILE.
023924     PERFORM 6510-READ-AGING-PARM
023925         THRU 6510-READ-AGING-PARM-EXIT.
023926*
023927     MOVE RUN-DATE-MM   TO AGE-HDG-MM.
023928     MOVE RUN-DATE-DD   TO AGE-HDG-DD.
023929     MOVE RUN-DATE-YYYY TO AGE-HDG-YYYY.
023930     MOVE AGE-HEADING-1 TO PRINT-LINE.
023931     WRITE AGING-REPORT-RECORD FROM PRINT-LINE
023932         AFTER ADVANCING 1 LINE.
023933*
023934     MOVE AGING-DAYS TO AGE-PARM-DAYS.
023935     IF AGING-DAYS-DEFAULTED
023936         MOVE "(DEFAULT)" TO AGE-PARM-TAG
023937     ELSE
023938         MOVE SPACES TO AGE-PARM-TAG
023939     END-IF.
023940     MOVE AGE-PARM-LINE TO PRINT-LINE.
023941     WRITE AGING-REPORT-RECORD FROM PRINT-LINE
023942         AFTER ADVANCING 2 LINES.
023943*
023944     COMPUTE RUN-DATE-INTEGER =
023945         FUNCTION INTEGER-OF-DATE(RUN-DATE-N).
023946     MOVE ZERO TO AGED-COUNT.
023947     MOVE ZERO TO WRITTEN-OFF-COUNT.
023948*
023949     OPEN INPUT EXCEPTION-FILE.
023950     IF EXCEPTION-STATUS = "00"
023951         MOVE AGE-COLUMN-HEADING TO PRINT-LINE
023952         WRITE AGING-REPORT-RECORD FROM PRINT-LINE
023953             AFTER ADVANCING 2 LINES
023954         SET MORE-EXCEPTIONS TO TRUE
023955         PERFORM 6520-AGE-ONE-EXCEPTION
023956             THRU 6520-AGE-ONE-EXCEPTION-EXIT
023957             UNTIL END-OF-EXCEPTIONS
023958         CLOSE EXCEPTION-FILE
023959     END-IF.
023960*
023961     IF AGED-COUNT = ZERO
023962         MOVE AGE-NONE-LINE TO PRINT-LINE
023963         WRITE AGING-REPORT-RECORD FROM PRINT-LINE
023964             AFTER ADVANCING 2 LINES
023965     END-IF.
023966*
023967     MOVE AGED-COUNT TO AGE-TOTAL-COUNT.
023968     MOVE AGE-TOTAL-LINE TO PRINT-LINE.
023969     WRITE AGING-REPORT-RECORD FROM PRINT-LINE
023970         AFTER ADVANCING 2 LINES.
023971*
023972     MOVE WRITTEN-OFF-COUNT TO AGE-WRITTEN-OFF-COUNT.
023973     MOVE AGE-WRITTEN-OFF-LINE TO PRINT-LINE.
023974     WRITE AGING-REPORT-RECORD FROM PRINT-LINE
023975         AFTER ADVANCING 1 LINE.
023976*
023977     CLOSE AGING-REPORT-FILE.
023978*
023979 6500-WRITE-AGING-REPORT-EXIT.
023980     EXIT.
023981*
023982 6510-READ-AGING-PARM.
023983*
023984     MOVE 7 TO AGING-DAYS.
023985     SET AGING-DAYS-DEFAULTED TO TRUE.
023986     OPEN INPUT AGING-PARM-FILE.
023987     IF AGING-PARM-STATUS = "00"
023988         READ AGING-PARM-FILE
023989             AT END
023990                 CONTINUE
023991             NOT AT END
023992                 IF PRM-AGING-DAYS NUMERIC
023993                     AND PRM-AGING-DAYS > ZERO
023994                     MOVE PRM-AGING-DAYS TO AGING-DAYS
023995                     SET AGING-DAYS-FROM-PARM TO TRUE
023996                 END-IF
023997         END-READ
023998         CLOSE AGING-PARM-FILE
023999     END-IF.
024000*
024001 6510-READ-AGING-PARM-EXIT.
024002     EXIT.
024003*
024004 6520-AGE-ONE-EXCEPTION.
024005*
024006     READ EXCEPTION-FILE
024007         AT END
024008             SET END-OF-EXCEPTIONS TO TRUE
024009             GO TO 6520-AGE-ONE-EXCEPTION-EXIT
024010     END-READ.
024011*
024012     IF EXC-CLEARED-FLAG = "Y"
024013         GO TO 6520-AGE-ONE-EXCEPTION-EXIT
024014     END-IF.
024015     IF EXC-CLEARED-FLAG = "W"
024016         ADD 1 TO WRITTEN-OFF-COUNT
024017         GO TO 6520-AGE-ONE-EXCEPTION-EXIT
024018     END-IF.
024019*    RECORDS WRITTEN BEFORE THE RUN DATE WAS CARRIED CANNOT BE
024020*    AGED - LEAVE THEM TO THE DAILY EXCEPTION REPORT
024021     IF EXC-RUN-DATE NOT NUMERIC
024022         GO TO 6520-AGE-ONE-EXCEPTION-EXIT
024023     END-IF.
024024*
024025     COMPUTE EXC-AGE-DAYS = RUN-DATE-INTEGER
024026         - FUNCTION INTEGER-OF-DATE(EXC-RUN-DATE).
024027     IF EXC-AGE-DAYS NOT > AGING-DAYS
024028         GO TO 6520-AGE-ONE-EXCEPTION-EXIT
024029     END-IF.
024030*
024031     ADD 1 TO AGED-COUNT.
024032     MOVE EXC-RECORD-NUMBER TO AGE-DTL-RECORD-NUMBER.
024033     MOVE EXC-SHIFT-CODE    TO AGE-DTL-SHIFT-CODE.
024034     MOVE EXC-RECORD-IMAGE  TO AGE-DTL-RECORD-IMAGE.
024035     MOVE EXC-REASON-CODE   TO AGE-DTL-REASON.
024036     MOVE EXC-RUN-DATE      TO DATE-SPLIT-WORK.
024037     MOVE DATE-SPLIT-MM     TO AGE-DTL-MM.
024038     MOVE DATE-SPLIT-DD     TO AGE-DTL-DD.
024039     MOVE DATE-SPLIT-YYYY   TO AGE-DTL-YYYY.
024040     MOVE EXC-AGE-DAYS      TO AGE-DTL-AGE.
024041     MOVE AGE-DETAIL-LINE   TO PRINT-LINE.
024042     WRITE AGING-REPORT-RECORD FROM PRINT-LINE
024043         AFTER ADVANCING 1 LINE.
024044*
024045 6520-AGE-ONE-EXCEPTION-EXIT.
024046     EXIT.
024047*
024048*----------------------------------------------------------------
024049* 7000-APPEND-HISTORY - APPEND TODAY'S RESULTS TO THE RUNNING
024050*     HISTORY FILE SO FUTURE RUNS CAN RANGE-CHECK AGAINST THEM.
024051*     AMENDED READING DATES HAVE THEIR EXISTING HISTORY RECORD
024052*     REPLACED IN PLACE FIRST, SO A CORRECTED FEED NEVER ADDS
024053*     A SECOND RECORD FOR THE SAME DATE.  CORRECTION-ONLY DATES
024054*     HAVE THEIR EXISTING RECORD WIDENED TO TAKE IN THE NEW
024055*     READINGS RATHER THAN REPLACED.
024056*----------------------------------------------------------------
024057 7000-APPEND-HISTORY.
024058*
024059     IF AMENDED-DATE-COUNT > ZERO
024060         OR CORRM-DATE-COUNT > ZERO
024061         PERFORM 7100-REPLACE-AMENDED-HISTORY
024062             THRU 7100-REPLACE-AMENDED-HISTORY-EXIT
024063     END-IF.
024064*
024065     OPEN EXTEND STATS-HISTORY-FILE.
024066     IF HISTORY-STATUS NOT = "00"
024067         OPEN OUTPUT STATS-HISTORY-FILE
024068     END-IF.
024069*
024070     PERFORM 7010-WRITE-ONE-HISTORY
024071         THRU 7010-WRITE-ONE-HISTORY-EXIT
024072         VARYING DATE-IX FROM 1 BY 1
024073         UNTIL DATE-IX > DATE-GROUP-COUNT.
024080*
024090     CLOSE STATS-HISTORY-FILE.
024100*
024200     MOVE DATE-GROUP-SMALL-TABLE(DATE-IX) TO HIST-REC-SMALLEST.
024210     MOVE DATE-GROUP-LARGE-TABLE(DATE-IX) TO HIST-REC-LARGEST.
024220     MOVE SPACES          TO HIST-REC-FILLER.
024221     WRITE HISTORY-RECORD.
024222*
024223 7010-WRITE-ONE-HISTORY-EXIT.
024224     EXIT.
024225*
024226*----------------------------------------------------------------
024227* 7100-REPLACE-AMENDED-HISTORY - COPY THE HISTORY FILE THROUGH
024228*     THE TEMP FILE AND BACK, SUBSTITUTING TODAY'S FIGURES INTO
024229*     THE RECORD OF EVERY AMENDED READING DATE AND WIDENING THE
024230*     SMALLEST/LARGEST OF EVERY CORRECTION-ONLY (CORRM) DATE TO
024231*     TAKE IN THE MERGED READINGS.  DATES WITH NO HISTORY RECORD
024232*     YET FALL THROUGH TO THE NORMAL APPEND IN
024233*     7010-WRITE-ONE-HISTORY.
024234*----------------------------------------------------------------
024235 7100-REPLACE-AMENDED-HISTORY.
024236*
024237     OPEN INPUT STATS-HISTORY-FILE.
024238     IF HISTORY-STATUS NOT = "00"
024239         GO TO 7100-REPLACE-AMENDED-HISTORY-EXIT
024240     END-IF.
024241     OPEN OUTPUT HISTORY-TEMP-FILE.
024242     SET MORE-HISTORY TO TRUE.
024243     PERFORM 7110-COPY-ONE-TO-TEMP
024244         THRU 7110-COPY-ONE-TO-TEMP-EXIT
024245         UNTIL END-OF-HISTORY.
024246     CLOSE STATS-HISTORY-FILE.
024247     CLOSE HISTORY-TEMP-FILE.
024248*
024249     OPEN INPUT HISTORY-TEMP-FILE.
024250     OPEN OUTPUT STATS-HISTORY-FILE.
024251     SET MORE-HISTORY TO TRUE.
024252     PERFORM 7120-RESTORE-ONE-FROM-TEMP
024253         THRU 7120-RESTORE-ONE-FROM-TEMP-EXIT
024254         UNTIL END-OF-HISTORY.
024255     CLOSE HISTORY-TEMP-FILE.
024256     CLOSE STATS-HISTORY-FILE.
024257*
024258 7100-REPLACE-AMENDED-HISTORY-EXIT.
024259     EXIT.
024260*
024261 7110-COPY-ONE-TO-TEMP.
024262*
024263     READ STATS-HISTORY-FILE
024264         AT END
024265             SET END-OF-HISTORY TO TRUE
024266         NOT AT END
024267             WRITE HISTORY-TEMP-RECORD FROM HISTORY-RECORD
024268     END-READ.
024269*
024270 7110-COPY-ONE-TO-TEMP-EXIT.
024271     EXIT.
024272*
024273 7120-RESTORE-ONE-FROM-TEMP.
024274*
024275     READ HISTORY-TEMP-FILE
024276         AT END
024277             SET END-OF-HISTORY TO TRUE
024278             GO TO 7120-RESTORE-ONE-FROM-TEMP-EXIT
024279     END-READ.
024280     MOVE HISTORY-TEMP-RECORD TO HISTORY-RECORD.
024281     MOVE HIST-REC-YYYY TO DATE-SPLIT-YYYY.
024282     MOVE HIST-REC-MM   TO DATE-SPLIT-MM.
024283     MOVE HIST-REC-DD   TO DATE-SPLIT-DD.
024284     PERFORM VARYING DATE-IX FROM 1 BY 1
024285             UNTIL DATE-IX > DATE-GROUP-COUNT
024286         IF DATE-GROUP-AMEND-TABLE(DATE-IX) = "Y"
024287             AND DATE-GROUP-DATE-TABLE(DATE-IX) = DATE-SPLIT-WORK
024288             MOVE DATE-GROUP-SMALL-TABLE(DATE-IX)
024289                 TO HIST-REC-SMALLEST
024290             MOVE DATE-GROUP-LARGE-TABLE(DATE-IX)
024291                 TO HIST-REC-LARGEST
024292             MOVE "Y" TO DATE-GROUP-HWRIT-TABLE(DATE-IX)
024293         END-IF
024294         IF DATE-GROUP-CORRM-TABLE(DATE-IX) = "Y"
024295             AND DATE-GROUP-DATE-TABLE(DATE-IX) = DATE-SPLIT-WORK
024296             IF DATE-GROUP-SMALL-TABLE(DATE-IX)
024297                 < HIST-REC-SMALLEST
024298                 MOVE DATE-GROUP-SMALL-TABLE(DATE-IX)
024299                     TO HIST-REC-SMALLEST
024300             END-IF
024301             IF DATE-GROUP-LARGE-TABLE(DATE-IX)
024302                 > HIST-REC-LARGEST
024303                 MOVE DATE-GROUP-LARGE-TABLE(DATE-IX)
024304                     TO HIST-REC-LARGEST
024305             END-IF
024306             MOVE "Y" TO DATE-GROUP-HWRIT-TABLE(DATE-IX)
024307         END-IF
024308     END-PERFORM.
024309     WRITE HISTORY-RECORD.
024310*
024311 7120-RESTORE-ONE-FROM-TEMP-EXIT.
024312     EXIT.
024313*
024314*----------------------------------------------------------------
024315* 7500-WRITE-DAILY-SUMMARY - KEEP ONE DAILY SUMMARY RECORD PER
024316*     LOCATION / READING DATE / SHIFT ON THE KEYED SUMMARY FILE.
024317*     THE SAME RULES AS THE RUN-HISTORY FILE APPLY: EVERY RECORD
024318*     OF AN AMENDED READING DATE IS DELETED AND REBUILT FROM THE
024319*     CORRECTED FEED, A CORRECTION-ONLY (CORRM) DATE HAS ITS
024320*     EXISTING RECORD WIDENED TO TAKE IN THE MERGED READINGS
024321*     (ONE WITH NO RECORD TO WIDEN IS REPORTED AND SKIPPED, AS
024322*     THE MERGED READINGS ALONE ARE NOT THE WHOLE DAY), AND
024323*     EVERY OTHER GROUP IS WRITTEN NEW.  WITHOUT THE FILE, OR
024324*     WHEN A WRITE IS REFUSED, EACH SUMMARY NOT WRITTEN IS
024325*     COUNTED AS A WARNING.
024326*----------------------------------------------------------------
024327 7500-WRITE-DAILY-SUMMARY.
024328*
024329     OPEN I-O DAILY-SUMMARY-FILE.
024330     IF DAILY-SUMMARY-STATUS = "35"
024331         OPEN OUTPUT DAILY-SUMMARY-FILE
024332         CLOSE DAILY-SUMMARY-FILE
024333         OPEN I-O DAILY-SUMMARY-FILE
024334     END-IF.
024335     IF DAILY-SUMMARY-STATUS NOT = "00"
024336         DISPLAY "SIMPLESTATS - DAILY-SUMMARY-FILE NOT "
024337             "AVAILABLE, STATUS = " DAILY-SUMMARY-STATUS
024338     ELSE
024339         SET SUMMARY-OPEN TO TRUE
024340     END-IF.
024341*
024342     IF SUMMARY-OPEN AND AMENDED-DATE-COUNT > ZERO
024343         PERFORM 7550-CLEAR-ONE-DATE
024344             THRU 7550-CLEAR-ONE-DATE-EXIT
024345             VARYING DATE-IX FROM 1 BY 1
024346             UNTIL DATE-IX > DATE-GROUP-COUNT
024347     END-IF.
024348*
024349*    AFTER 2900-SORT-READINGS EACH LOCATION / DATE / SHIFT GROUP
024350*    IS CONTIGUOUS WITH ITS VALUES ASCENDING
024351     MOVE 1 TO GROUP-START-INDEX.
024352     PERFORM 7510-CHECK-ONE-READING
024353         THRU 7510-CHECK-ONE-READING-EXIT
024354         VARYING I FROM 2 BY 1 UNTIL I > NUM-ELEMENTS.
024355     MOVE NUM-ELEMENTS TO GROUP-END-INDEX.
024356     PERFORM 7520-WRITE-ONE-SUMMARY
024357         THRU 7520-WRITE-ONE-SUMMARY-EXIT.
024358*
024359     IF SUMMARY-OPEN
024360         CLOSE DAILY-SUMMARY-FILE
024361         SET SUMMARY-NOT-OPEN TO TRUE
024362     END-IF.
024363     IF SUMM-MISSED-COUNT > ZERO
024364         DISPLAY "SIMPLESTATS - " SUMM-MISSED-COUNT
024365             " DAILY SUMMARIES NOT WRITTEN"
024366     END-IF.
024367*
024368 7500-WRITE-DAILY-SUMMARY-EXIT.
024369     EXIT.
024370*
024371 7510-CHECK-ONE-READING.
024372*
024373     IF READING-DATE-TABLE(I) = READING-DATE-TABLE(I - 1)
024374         AND LOCATION-TABLE(I) = LOCATION-TABLE(I - 1)
024375         AND SHIFT-CODE-TABLE(I) = SHIFT-CODE-TABLE(I - 1)
024376         GO TO 7510-CHECK-ONE-READING-EXIT
024377     END-IF.
024378*
024379     MOVE I TO GROUP-END-INDEX.
024380     SUBTRACT 1 FROM GROUP-END-INDEX.
024381     PERFORM 7520-WRITE-ONE-SUMMARY
024382         THRU 7520-WRITE-ONE-SUMMARY-EXIT.
024383     MOVE I TO GROUP-START-INDEX.
024384*
024385 7510-CHECK-ONE-READING-EXIT.
024386     EXIT.
024387*
024388*----------------------------------------------------------------
024389* 7520-WRITE-ONE-SUMMARY - FIGURES FOR ONE GROUP BETWEEN
024390*     GROUP-START-INDEX AND GROUP-END-INDEX: SMALLEST AND LARGEST
024391*     FROM 4115-COMPUTE-GROUP-STATS, COUNT / SUM / MEAN / MEDIAN /
024392*     STANDARD DEVIATION FROM THE SHARED RANGE STATISTICS, AND THE
024393*     SUM OF SQUARES SO LATER MERGES AND MONTH-END ROLL-UPS CAN
024394*     DERIVE A STANDARD DEVIATION WITHOUT THE READINGS
024395*----------------------------------------------------------------
024396 7520-WRITE-ONE-SUMMARY.
024397*
024398     IF SUMMARY-NOT-OPEN
024399         ADD 1 TO SUMM-MISSED-COUNT
024400         GO TO 7520-WRITE-ONE-SUMMARY-EXIT
024401     END-IF.
024402*
024403     PERFORM 4115-COMPUTE-GROUP-STATS
024404         THRU 4115-COMPUTE-GROUP-STATS-EXIT.
024405     MOVE GROUP-START-INDEX TO RANGE-START-INDEX.
024406     MOVE GROUP-END-INDEX   TO RANGE-END-INDEX.
024407     PERFORM 3450-COMPUTE-RANGE-STATS
024408         THRU 3450-COMPUTE-RANGE-STATS-EXIT.
024409     MOVE ZERO TO SUMM-SUM-SQUARES.
024410     PERFORM 7530-ADD-ONE-SQUARE
024411         THRU 7530-ADD-ONE-SQUARE-EXIT
024412         VARYING N FROM GROUP-START-INDEX BY 1
024413         UNTIL N > GROUP-END-INDEX.
024414*
024415     SET SUMM-REPLACE-DATE TO TRUE.
024416     PERFORM 7540-CHECK-MERGE-DATE
024417         THRU 7540-CHECK-MERGE-DATE-EXIT
024418         VARYING DATE-IX FROM 1 BY 1
024419         UNTIL DATE-IX > DATE-GROUP-COUNT.
024420*
024421     MOVE LOCATION-TABLE(GROUP-START-INDEX)
024422         TO DSM-LOCATION.
024423     MOVE READING-DATE-TABLE(GROUP-START-INDEX)
024424         TO DSM-READING-DATE.
024425     MOVE SHIFT-CODE-TABLE(GROUP-START-INDEX)
024426         TO DSM-SHIFT-CODE.
024427     IF SUMM-MERGE-DATE
024428         READ DAILY-SUMMARY-FILE
024429             INVALID KEY
024430                 ADD 1 TO SUMM-MISSED-COUNT
024431                 DISPLAY "SIMPLESTATS - NO DAILY SUMMARY TO "
024432                     "WIDEN FOR " DSM-LOCATION " "
024433                     DSM-READING-DATE " " DSM-SHIFT-CODE
024434                     ", NOT WRITTEN"
024435                 GO TO 7520-WRITE-ONE-SUMMARY-EXIT
024436             NOT INVALID KEY
024437                 PERFORM 7560-WIDEN-ONE-SUMMARY
024438                     THRU 7560-WIDEN-ONE-SUMMARY-EXIT
024439                 REWRITE DAILY-SUMMARY-RECORD
024440                 IF DAILY-SUMMARY-STATUS NOT = "00"
024441                     PERFORM 7525-SUMMARY-NOT-WRITTEN
024442                         THRU 7525-SUMMARY-NOT-WRITTEN-EXIT
024443                 END-IF
024444                 GO TO 7520-WRITE-ONE-SUMMARY-EXIT
024445         END-READ
024446     END-IF.
024447*
024448     MOVE LOCATION-TABLE(GROUP-START-INDEX)
024449         TO DSM-LOCATION.
024450     MOVE READING-DATE-TABLE(GROUP-START-INDEX)
024451         TO DSM-READING-DATE.
024452     MOVE SHIFT-CODE-TABLE(GROUP-START-INDEX)
024453         TO DSM-SHIFT-CODE.
024454     MOVE RANGE-LEN        TO DSM-COUNT.
024455     MOVE RANGE-SUM        TO DSM-SUM.
024456     MOVE SUMM-SUM-SQUARES TO DSM-SUM-SQUARES.
024457     MOVE GROUP-SMALLEST   TO DSM-SMALLEST.
024458     MOVE GROUP-LARGEST    TO DSM-LARGEST.
024459     MOVE RANGE-MEAN       TO DSM-MEAN.
024460     MOVE RANGE-MEDIAN     TO DSM-MEDIAN.
024461     MOVE RANGE-STD-DEV    TO DSM-STD-DEV.
024462     MOVE RUN-DATE         TO DSM-RUN-DATE.
024463     MOVE SPACES           TO DSM-FILLER.
024464     WRITE DAILY-SUMMARY-RECORD
024465         INVALID KEY
024466             REWRITE DAILY-SUMMARY-RECORD
024467     END-WRITE.
024468     IF DAILY-SUMMARY-STATUS NOT = "00"
024469         PERFORM 7525-SUMMARY-NOT-WRITTEN
024470             THRU 7525-SUMMARY-NOT-WRITTEN-EXIT
024471     END-IF.
024472*
024473 7520-WRITE-ONE-SUMMARY-EXIT.
024474     EXIT.
024475*
024476 7525-SUMMARY-NOT-WRITTEN.
024477*
024478     ADD 1 TO SUMM-MISSED-COUNT.
024479     DISPLAY "SIMPLESTATS - DAILY SUMMARY NOT WRITTEN FOR "
024480         DSM-LOCATION " " DSM-READING-DATE " " DSM-SHIFT-CODE
024481         ", STATUS = " DAILY-SUMMARY-STATUS.
024482*
024483 7525-SUMMARY-NOT-WRITTEN-EXIT.
024487     EXIT.
024488*
024489 7530-ADD-ONE-SQUARE.
024490*
024491     COMPUTE SUMM-SQUARE = ARR(N) * ARR(N).
024492     ADD SUMM-SQUARE TO SUMM-SUM-SQUARES.
024493*
024494 7530-ADD-ONE-SQUARE-EXIT.
024495     EXIT.
024496*
024497 7540-CHECK-MERGE-DATE.
024498*
024499     IF DATE-GROUP-DATE-TABLE(DATE-IX)
024500             = READING-DATE-TABLE(GROUP-START-INDEX)
024501         AND DATE-GROUP-CORRM-TABLE(DATE-IX) = "Y"
024502         SET SUMM-MERGE-DATE TO TRUE
024503     END-IF.
024504*
024505 7540-CHECK-MERGE-DATE-EXIT.
024506     EXIT.
024507*
024508*----------------------------------------------------------------
024509* 7550-CLEAR-ONE-DATE - DELETE EVERY SUMMARY RECORD STILL ON FILE
024510*     UNDER AN AMENDED READING DATE, LOCATION BY LOCATION AS IN
024511*     8050-BACK-OUT-ONE-DATE, SO A SHIFT DROPPED FROM THE
024512*     CORRECTED FEED LEAVES NO STALE SUMMARY BEHIND
024513*----------------------------------------------------------------
024514 7550-CLEAR-ONE-DATE.
024515*
024516     IF DATE-GROUP-AMEND-TABLE(DATE-IX) NOT = "Y"
024517         GO TO 7550-CLEAR-ONE-DATE-EXIT
024518     END-IF.
024519*
024520     MOVE DATE-GROUP-START-TABLE(DATE-IX) TO DSEC-START-INDEX.
024521     MOVE DATE-GROUP-END-TABLE(DATE-IX)   TO DSEC-END-INDEX.
024522     MOVE SPACES TO CURRENT-LOCATION.
024523     PERFORM 7552-CHECK-ONE-LOCATION
024524         THRU 7552-CHECK-ONE-LOCATION-EXIT
024525         VARYING LSCAN FROM DSEC-START-INDEX BY 1
024526         UNTIL LSCAN > DSEC-END-INDEX.
024527*
024528 7550-CLEAR-ONE-DATE-EXIT.
024529     EXIT.
024530*
024531 7552-CHECK-ONE-LOCATION.
024532*
024533     IF LOCATION-TABLE(LSCAN) NOT = CURRENT-LOCATION
024534         MOVE LOCATION-TABLE(LSCAN) TO CURRENT-LOCATION
024535         PERFORM 7555-CLEAR-ONE-LOC
024536             THRU 7555-CLEAR-ONE-LOC-EXIT
024537     END-IF.
024538*
024539 7552-CHECK-ONE-LOCATION-EXIT.
024540     EXIT.
024541*
024542 7555-CLEAR-ONE-LOC.
024543*
024544     MOVE CURRENT-LOCATION TO DSM-LOCATION.
024545     MOVE DATE-GROUP-DATE-TABLE(DATE-IX) TO DSM-READING-DATE.
024546     MOVE SPACES TO DSM-SHIFT-CODE.
024547     SET MORE-TO-BACK-OUT TO TRUE.
024548     START DAILY-SUMMARY-FILE
024549         KEY IS GREATER THAN DSM-KEY
024550         INVALID KEY
024551             SET BACK-OUT-DONE TO TRUE
024552     END-START.
024553     PERFORM 7558-DELETE-ONE-SUMMARY
024554         THRU 7558-DELETE-ONE-SUMMARY-EXIT
024555         UNTIL BACK-OUT-DONE.
024556*
024557 7555-CLEAR-ONE-LOC-EXIT.
024558     EXIT.
024559*
024560 7558-DELETE-ONE-SUMMARY.
024561*
024562     READ DAILY-SUMMARY-FILE NEXT RECORD
024563         AT END
024564             SET BACK-OUT-DONE TO TRUE
024565             GO TO 7558-DELETE-ONE-SUMMARY-EXIT
024566     END-READ.
024567     IF DSM-LOCATION NOT = CURRENT-LOCATION
024568         OR DSM-READING-DATE NOT = DATE-GROUP-DATE-TABLE(DATE-IX)
024569         SET BACK-OUT-DONE TO TRUE
024570         GO TO 7558-DELETE-ONE-SUMMARY-EXIT
024571     END-IF.
024572     DELETE DAILY-SUMMARY-FILE.
024573*
024574 7558-DELETE-ONE-SUMMARY-EXIT.
024575     EXIT.
024576*
024577*----------------------------------------------------------------
024578* 7560-WIDEN-ONE-SUMMARY - FOLD A CORRECTION MERGE INTO THE
024579*     SUMMARY RECORD JUST READ.  COUNT, SUM AND SUM OF SQUARES ADD
024580*     UP, SMALLEST / LARGEST WIDEN, AND THE MEAN AND STANDARD
024581*     DEVIATION ARE RE-DERIVED FROM THE NEW TOTALS.  THE MEDIAN
024582*     CANNOT BE RE-DERIVED FROM STORED TOTALS, SO THE DAY'S
024583*     ORIGINAL MEDIAN STANDS.
024584*----------------------------------------------------------------
024585 7560-WIDEN-ONE-SUMMARY.
024586*
024587     ADD RANGE-LEN        TO DSM-COUNT.
024588     ADD RANGE-SUM        TO DSM-SUM.
024589     ADD SUMM-SUM-SQUARES TO DSM-SUM-SQUARES.
024590     IF GROUP-SMALLEST < DSM-SMALLEST
024591         MOVE GROUP-SMALLEST TO DSM-SMALLEST
024592     END-IF.
024593     IF GROUP-LARGEST > DSM-LARGEST
024594         MOVE GROUP-LARGEST TO DSM-LARGEST
024595     END-IF.
024596*
024597     COMPUTE DSM-MEAN ROUNDED = DSM-SUM / DSM-COUNT.
024598     COMPUTE SUMM-MEAN-SQ = DSM-MEAN * DSM-MEAN.
024599     COMPUTE SUMM-VARIANCE ROUNDED = DSM-SUM-SQUARES / DSM-COUNT.
024600     SUBTRACT SUMM-MEAN-SQ FROM SUMM-VARIANCE.
024601     IF SUMM-VARIANCE < ZERO
024602         MOVE ZERO TO SUMM-VARIANCE
024603     END-IF.
024604     COMPUTE DSM-STD-DEV ROUNDED = FUNCTION SQRT(SUMM-VARIANCE).
024605     MOVE RUN-DATE TO DSM-RUN-DATE.
024606*
024607 7560-WIDEN-ONE-SUMMARY-EXIT.
024608     EXIT.
024609*
024610*----------------------------------------------------------------
024611* 8000-LOAD-READINGS-MASTER - LOAD EVERY ACCEPTED READING INTO
024612*     THE KEYED READINGS MASTER, ONE RECORD PER READING, KEYED
024613*     BY READING DATE / SHIFT CODE / SEQUENCE WITHIN THE GROUP.
024614*     AMENDED READING DATES ARE BACKED OUT OF THE MASTER FIRST
024615*     SO A CORRECTED FEED WITH FEWER READINGS LEAVES NO STALE
024616*     RECORDS BEHIND UNDER THE OLD SEQUENCE NUMBERS.
024617*----------------------------------------------------------------
024618 8000-LOAD-READINGS-MASTER.
024619*
024620     OPEN I-O READINGS-MASTER-FILE.
024621     IF READINGS-MASTER-STATUS = "35"
024622         OPEN OUTPUT READINGS-MASTER-FILE
024623     END-IF.
024624     IF READINGS-MASTER-STATUS NOT = "00"
024625         DISPLAY "SIMPLESTATS - READINGS-MASTER-FILE NOT "
024626             "AVAILABLE, STATUS = " READINGS-MASTER-STATUS
024627         GO TO 8000-LOAD-READINGS-MASTER-EXIT
024628     END-IF.
024629*
024630     PERFORM 8010-OPEN-JOURNAL
024631         THRU 8010-OPEN-JOURNAL-EXIT.
024632*
024633     IF AMENDED-DATE-COUNT > ZERO
024634         PERFORM 8050-BACK-OUT-ONE-DATE
024635             THRU 8050-BACK-OUT-ONE-DATE-EXIT
024636             VARYING DATE-IX FROM 1 BY 1
024637             UNTIL DATE-IX > DATE-GROUP-COUNT
024638     END-IF.
024639*
024640     MOVE ZERO   TO MAST-PREV-DATE.
024641     MOVE SPACES TO MAST-PREV-LOC.
024642     MOVE SPACES TO MAST-PREV-SHIFT.
024643     MOVE ZERO   TO MAST-SEQUENCE.
024644     PERFORM 8100-WRITE-ONE-READING
024645         THRU 8100-WRITE-ONE-READING-EXIT
024646         VARYING I FROM 1 BY 1 UNTIL I > NUM-ELEMENTS.
024647*
024648     CLOSE READINGS-MASTER-FILE.
024649     IF JOURNAL-OPEN
024650         CLOSE CHANGE-JOURNAL-FILE
024651         SET JOURNAL-NOT-OPEN TO TRUE
024652     END-IF.
024653     IF JOURNAL-MISSED-COUNT > ZERO
024654         DISPLAY "SIMPLESTATS - " JOURNAL-MISSED-COUNT
024655             " READINGS MASTER CHANGES NOT JOURNALLED"
024656     END-IF.
024657*
024658 8000-LOAD-READINGS-MASTER-EXIT.
024659     EXIT.
024660*
024661*----------------------------------------------------------------
024662* 8010-OPEN-JOURNAL - APPEND TO THE CHANGE JOURNAL, CREATING IT
024663*     ON FIRST USE.  THE MASTER LOAD GOES AHEAD WITHOUT IT, BUT
024664*     EVERY CHANGE LEFT OFF THE JOURNAL IS COUNTED AS A WARNING.
024665*----------------------------------------------------------------
024666 8010-OPEN-JOURNAL.
024667*
024668     OPEN EXTEND CHANGE-JOURNAL-FILE.
024669     IF JOURNAL-STATUS NOT = "00"
024670         OPEN OUTPUT CHANGE-JOURNAL-FILE
024671     END-IF.
024672     IF JOURNAL-STATUS NOT = "00"
024673         DISPLAY "SIMPLESTATS - CHANGE-JOURNAL-FILE NOT "
024674             "AVAILABLE, STATUS = " JOURNAL-STATUS
024675         GO TO 8010-OPEN-JOURNAL-EXIT
024676     END-IF.
024677     SET JOURNAL-OPEN TO TRUE.
024678*
024679 8010-OPEN-JOURNAL-EXIT.
024680     EXIT.
024681*
024682*----------------------------------------------------------------
024683* 8020-WRITE-JOURNAL - JOURNAL THE MASTER IMAGE SAVED IN
024684*     JOURNAL-IMAGE BEFORE THE ADD OR DELETE, STAMPED WITH THE
024685*     RUN START TIME SO ONE RUN'S CHANGES READ BACK AS ONE VERSION
024686*----------------------------------------------------------------
024687 8020-WRITE-JOURNAL.
024688*
024689     IF JOURNAL-NOT-OPEN
024690         ADD 1 TO JOURNAL-MISSED-COUNT
024691         GO TO 8020-WRITE-JOURNAL-EXIT
024692     END-IF.
024693     MOVE RUN-DATE-N             TO JRN-RUN-DATE.
024694     MOVE RUN-START-HHMMSS       TO JRN-RUN-TIME.
024695     MOVE "SIMPLEST"             TO JRN-PROGRAM.
024696     MOVE JOURNAL-ACTION         TO JRN-ACTION.
024697     MOVE JOURNAL-REASON         TO JRN-REASON.
024698     MOVE JOURNAL-IMAGE          TO JRN-READING-IMAGE.
024699     MOVE SPACES                 TO JRN-FILLER.
024700     WRITE CHANGE-JOURNAL-RECORD.
024701     IF JOURNAL-STATUS NOT = "00"
024702         ADD 1 TO JOURNAL-MISSED-COUNT
024703     END-IF.
024704*
024705 8020-WRITE-JOURNAL-EXIT.
024706     EXIT.
024707*
024708*----------------------------------------------------------------
024709* 8050-BACK-OUT-ONE-DATE - DELETE EVERY MASTER RECORD STILL ON
024710*     FILE UNDER AN AMENDED READING DATE BEFORE THE CORRECTED
024711*     READINGS ARE LOADED
024712*----------------------------------------------------------------
024713 8050-BACK-OUT-ONE-DATE.
024714*
024715     IF DATE-GROUP-AMEND-TABLE(DATE-IX) NOT = "Y"
024716         GO TO 8050-BACK-OUT-ONE-DATE-EXIT
024717     END-IF.
024718*
024719*    THE MASTER KEY IS LOCATION-MAJOR, SO EACH LOCATION PRESENT
024720*    IN THE DATE GROUP IS BACKED OUT SEPARATELY
024721     MOVE DATE-GROUP-START-TABLE(DATE-IX) TO DSEC-START-INDEX.
024722     MOVE DATE-GROUP-END-TABLE(DATE-IX)   TO DSEC-END-INDEX.
024723     MOVE SPACES TO CURRENT-LOCATION.
024724     PERFORM VARYING LSCAN FROM DSEC-START-INDEX BY 1
024725             UNTIL LSCAN > DSEC-END-INDEX
024726         IF LOCATION-TABLE(LSCAN) NOT = CURRENT-LOCATION
024727             MOVE LOCATION-TABLE(LSCAN) TO CURRENT-LOCATION
024728             PERFORM 8055-BACK-OUT-ONE-LOC
024729                 THRU 8055-BACK-OUT-ONE-LOC-EXIT
024730         END-IF
024731     END-PERFORM.
024732*
024733 8050-BACK-OUT-ONE-DATE-EXIT.
024734     EXIT.
024735*
024736 8055-BACK-OUT-ONE-LOC.
024737*
024738     MOVE CURRENT-LOCATION TO RDM-LOCATION.
024739     MOVE DATE-GROUP-DATE-TABLE(DATE-IX) TO RDM-READING-DATE.
024740     MOVE SPACES TO RDM-SHIFT-CODE.
024741     MOVE ZERO   TO RDM-SEQUENCE.
024742     SET MORE-TO-BACK-OUT TO TRUE.
024743     START READINGS-MASTER-FILE
024744         KEY IS GREATER THAN RDM-KEY
024745         INVALID KEY
024746             SET BACK-OUT-DONE TO TRUE
024747     END-START.
024748     PERFORM 8060-DELETE-ONE-READING
024749         THRU 8060-DELETE-ONE-READING-EXIT
024750         UNTIL BACK-OUT-DONE.
024751*
024752 8055-BACK-OUT-ONE-LOC-EXIT.
024753     EXIT.
024754*
024755 8060-DELETE-ONE-READING.
024756*
024757     READ READINGS-MASTER-FILE NEXT RECORD
024758         AT END
024759             SET BACK-OUT-DONE TO TRUE
024760             GO TO 8060-DELETE-ONE-READING-EXIT
024761     END-READ.
024762     IF RDM-LOCATION NOT = CURRENT-LOCATION
024763         OR RDM-READING-DATE NOT = DATE-GROUP-DATE-TABLE(DATE-IX)
024764         SET BACK-OUT-DONE TO TRUE
024765         GO TO 8060-DELETE-ONE-READING-EXIT
024766     END-IF.
024767     MOVE READINGS-MASTER-RECORD TO JOURNAL-IMAGE.
024768     DELETE READINGS-MASTER-FILE.
024769     MOVE "D"  TO JOURNAL-ACTION.
024770     MOVE "AM" TO JOURNAL-REASON.
024771     PERFORM 8020-WRITE-JOURNAL
024772         THRU 8020-WRITE-JOURNAL-EXIT.
024773*
024774 8060-DELETE-ONE-READING-EXIT.
024775     EXIT.
024776*
024777 8100-WRITE-ONE-READING.
024778*
024779     IF READING-DATE-TABLE(I) NOT = MAST-PREV-DATE
024780         OR LOCATION-TABLE(I) NOT = MAST-PREV-LOC
024781         OR SHIFT-CODE-TABLE(I) NOT = MAST-PREV-SHIFT
024782         MOVE READING-DATE-TABLE(I) TO MAST-PREV-DATE
024783         MOVE LOCATION-TABLE(I)     TO MAST-PREV-LOC
024784         MOVE SHIFT-CODE-TABLE(I)   TO MAST-PREV-SHIFT
024785         PERFORM 8110-SET-GROUP-SEQUENCE
024786             THRU 8110-SET-GROUP-SEQUENCE-EXIT
024787         PERFORM 8140-SET-GROUP-REASON
024788             THRU 8140-SET-GROUP-REASON-EXIT
024789     END-IF.
024790     ADD 1 TO MAST-SEQUENCE.
024791*
024792     MOVE LOCATION-TABLE(I)      TO RDM-LOCATION.
024793     MOVE READING-DATE-TABLE(I)  TO RDM-READING-DATE.
024794     MOVE SHIFT-CODE-TABLE(I)    TO RDM-SHIFT-CODE.
024795     MOVE MAST-SEQUENCE          TO RDM-SEQUENCE.
024796     MOVE ARR(I)                 TO RDM-READING-VALUE.
024797     MOVE READING-RECNO-TABLE(I) TO RDM-RECORD-NUMBER.
024798     MOVE SPACES                 TO RDM-FILLER.
024799     MOVE READINGS-MASTER-RECORD TO JOURNAL-IMAGE.
024800     WRITE READINGS-MASTER-RECORD
024801         INVALID KEY
024802             REWRITE READINGS-MASTER-RECORD FROM JOURNAL-IMAGE
024803     END-WRITE.
024804*
024805     MOVE "A" TO JOURNAL-ACTION.
024806     IF READING-ORIGIN-TABLE(I) = "C"
024807         MOVE "CM" TO JOURNAL-REASON
024808     ELSE
024809         MOVE MAST-GROUP-REASON TO JOURNAL-REASON
024810     END-IF.
024811     PERFORM 8020-WRITE-JOURNAL
024812         THRU 8020-WRITE-JOURNAL-EXIT.
024813*
024814 8100-WRITE-ONE-READING-EXIT.
024815     EXIT.
024816*
024817*----------------------------------------------------------------
024818* 8110-SET-GROUP-SEQUENCE - START THE SEQUENCE FOR A NEW
024819*     LOCATION / DATE / SHIFT GROUP.  ONLY A CORRECTION-ONLY
024820*     (CORRM) DATE LANDS ON TOP OF LIVE MASTER RECORDS, SO ITS
024821*     SEQUENCE CONTINUES AFTER THE HIGHEST ALREADY ON FILE AND
024822*     THE MERGE IS ADDITIVE; EVERY OTHER GROUP STARTS AT ONE.
024823*----------------------------------------------------------------
024824 8110-SET-GROUP-SEQUENCE.
024825*
024826     MOVE ZERO TO MAST-SEQUENCE.
024827     PERFORM VARYING DATE-IX FROM 1 BY 1
024828             UNTIL DATE-IX > DATE-GROUP-COUNT
024829         IF DATE-GROUP-DATE-TABLE(DATE-IX) = MAST-PREV-DATE
024830             AND DATE-GROUP-CORRM-TABLE(DATE-IX) = "Y"
024831             PERFORM 8120-FIND-GROUP-HIGH-SEQ
024832                 THRU 8120-FIND-GROUP-HIGH-SEQ-EXIT
024833         END-IF
024834     END-PERFORM.
024835*
024836 8110-SET-GROUP-SEQUENCE-EXIT.
024837     EXIT.
024838*
024839 8120-FIND-GROUP-HIGH-SEQ.
024840*
024841     MOVE MAST-PREV-LOC   TO RDM-LOCATION.
024842     MOVE MAST-PREV-DATE  TO RDM-READING-DATE.
024843     MOVE MAST-PREV-SHIFT TO RDM-SHIFT-CODE.
024844     MOVE ZERO            TO RDM-SEQUENCE.
024845     SET MORE-SEQ-SCAN TO TRUE.
024846     START READINGS-MASTER-FILE
024847         KEY IS GREATER THAN RDM-KEY
024848         INVALID KEY
024849             SET SEQ-SCAN-DONE TO TRUE
024850     END-START.
024851     PERFORM 8130-SCAN-ONE-SEQUENCE
024852         THRU 8130-SCAN-ONE-SEQUENCE-EXIT
024853         UNTIL SEQ-SCAN-DONE.
024854*
024855 8120-FIND-GROUP-HIGH-SEQ-EXIT.
024856     EXIT.
024857*
024858 8130-SCAN-ONE-SEQUENCE.
024859*
024860     READ READINGS-MASTER-FILE NEXT RECORD
024861         AT END
024862             SET SEQ-SCAN-DONE TO TRUE
024863             GO TO 8130-SCAN-ONE-SEQUENCE-EXIT
024864     END-READ.
024865     IF RDM-LOCATION NOT = MAST-PREV-LOC
024866         OR RDM-READING-DATE NOT = MAST-PREV-DATE
024867         OR RDM-SHIFT-CODE NOT = MAST-PREV-SHIFT
024868         SET SEQ-SCAN-DONE TO TRUE
024869         GO TO 8130-SCAN-ONE-SEQUENCE-EXIT
024870     END-IF.
024871     MOVE RDM-SEQUENCE TO MAST-SEQUENCE.
024872*
024873 8130-SCAN-ONE-SEQUENCE-EXIT.
024874     EXIT.
024875*
024876*----------------------------------------------------------------
024877* 8140-SET-GROUP-REASON - JOURNAL REASON FOR THE FEED READINGS OF
024878*     A NEW GROUP: AM WHEN ITS READING DATE WAS BACKED OUT AS AN
024879*     AMENDED FEED, OTHERWISE FD.  CORRECTION READINGS ARE ALWAYS
024880*     JOURNALLED AS CM.
024881*----------------------------------------------------------------
024882 8140-SET-GROUP-REASON.
024883*
024884     MOVE "FD" TO MAST-GROUP-REASON.
024885     PERFORM 8145-CHECK-ONE-GROUP-DATE
024886         THRU 8145-CHECK-ONE-GROUP-DATE-EXIT
024887         VARYING DATE-IX FROM 1 BY 1
024888         UNTIL DATE-IX > DATE-GROUP-COUNT.
024889*
024890 8140-SET-GROUP-REASON-EXIT.
024891     EXIT.
024892*
024893 8145-CHECK-ONE-GROUP-DATE.
024894*
024895     IF DATE-GROUP-DATE-TABLE(DATE-IX) = MAST-PREV-DATE
024896         AND DATE-GROUP-AMEND-TABLE(DATE-IX) = "Y"
024897         MOVE "AM" TO MAST-GROUP-REASON
024898     END-IF.
024899*
024900 8145-CHECK-ONE-GROUP-DATE-EXIT.
024901     EXIT.
024902*
024903*----------------------------------------------------------------
024904* 9999-TERMINATE - CLOSE FILES BEFORE STOP RUN
024905*----------------------------------------------------------------
024906 9999-TERMINATE.
024907*
024908     CLOSE DAILY-VALUES-FILE.
024909     CLOSE STATS-REPORT-FILE.
024910     CLOSE STATS-EXTRACT-FILE.
024911     PERFORM 9910-CLEAR-CHECKPOINT
024912         THRU 9910-CLEAR-CHECKPOINT-EXIT.
024920*
024930     PERFORM 9000-SET-RETURN-CODE
024940         THRU 9000-SET-RETURN-CODE-EXIT.
025424         OR (CORRECTIONS-PRESENT AND CORR-OUT-OF-BALANCE)
025426         OR CALENDAR-REJECTED-COUNT > ZERO
025428         OR MISSING-DAY-COUNT > ZERO
025431         OR JOURNAL-MISSED-COUNT > ZERO
025434         OR SUMM-MISSED-COUNT > ZERO
025437         MOVE 4          TO RUN-RC
025440         MOVE "WARNINGS" TO RUN-STATUS-TEXT
025450     END-IF.
025460*
