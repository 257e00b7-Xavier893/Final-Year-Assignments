000333*                  CONSOLIDATED WITH DIFFERENT BANDS FOR THE
000334*                  SAME SHIFT CODES.  A BLANK LOCATION DEFAULTS
000335*                  TO THE LOCAL PLANT, LCL.
000336* 2026-10-15 DF    KEEP DATED VERSIONS OF EACH LOCATION / SHIFT
000337*                  ON THE SHIFT MASTER (WIDENED TO 64 BYTES WITH
000338*                  EFFECTIVE-FROM AND EFFECTIVE-TO DATES).  A
000339*                  CARD MAY CARRY AN EFFECTIVE DATE, TODAY OR
000340*                  LATER, SO BAND CHANGES CAN BE SCHEDULED AHEAD:
000341*                  A CHANGE CLOSES THE VERSION IN FORCE THE DAY
000342*                  BEFORE AND OPENS A NEW ONE, A DELETE ENDS THE
000343*                  SHIFT FROM THAT DATE, AND THE AUDIT LISTING
000344*                  PRINTS THE VERSION HISTORY OF EVERY SHIFT THE
000345*                  RUN MAINTAINED.
000346* 2026-10-15 DF    REFUSE AN EFFECTIVE DATE NOT ON THE CALENDAR.
000347* 2026-10-15 DF    HOLD UP TO 200 SHIFT VERSIONS, AND WHEN THE
000348*                  MASTER IS REWRITTEN RETIRE VERSIONS THAT ENDED
000349*                  OVER TWO YEARS BEFORE THE RUN, LISTING THEM ON
000350*                  THE AUDIT REPORT, SO THE TABLE CANNOT FILL.
000351*--------------------------------------------------------------
000352*
000353 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*
000580*
000590 FD  SHIFT-MASTER-FILE
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 64 CHARACTERS.
000620 01  SHIFT-MASTER-RECORD.
000625     05  SHM-LOCATION            PIC X(03).
000630     05  SHM-SHIFT-CODE          PIC X(03).
000672         10  SHM-BAND-HIGH-INT   PIC 9(05).
000673         10  SHM-BAND-HIGH-POINT PIC X(01).
000674         10  SHM-BAND-HIGH-DEC   PIC 9(01).
000675*    BLANK OR ZERO DATES LEAVE THE VERSION OPEN AT THAT END
000676     05  SHM-EFFECTIVE-FROM      PIC 9(08).
000677     05  SHM-EFFECTIVE-TO        PIC 9(08).
000680     05  SHM-FILLER              PIC X(02).
000690*
000700 FD  SHIFT-TRANS-FILE
000800     05  TRN-MINIMUM-COUNT       PIC X(04).
000810     05  TRN-BAND-LOW            PIC X(08).
000820     05  TRN-BAND-HIGH           PIC X(08).
000825*    BLANK EFFECTIVE DATE MEANS THE RUN DATE
000826     05  TRN-EFFECTIVE-DATE      PIC X(08).
000830     05  TRN-FILLER              PIC X(20).
000840*
000850 FD  READINGS-MASTER-FILE
000860     LABEL RECORDS ARE STANDARD
001370 01  READINGS-MASTER-STATUS      PIC X(02).
001380*
001390*--------------------------------------------------------------
001400* SHIFT MASTER TABLES - SAME CAPACITY AS THE NIGHTLY STATISTICS
001401* RUN, BAND COMPLIANCE AND DISTRIBUTION PROGRAMS LOAD, ONE ENTRY
001402* PER DATED VERSION OF A LOCATION / SHIFT, WITH A DELETE FLAG
001403* PER ENTRY
001420*--------------------------------------------------------------
001430 01  SHIFT-MASTER-MAX            PIC 9(03)   VALUE 200.
001440 01  SHIFT-MASTER-COUNT          PIC 9(03)   VALUE ZERO.
001450 01  SHIFT-MASTER-IX             PIC 9(03)   VALUE ZERO.
001460 01  SHIFT-LOOKUP-CODE           PIC X(03).
001462 01  SHIFT-LOOKUP-LOC            PIC X(03).
001463 01  SHIFT-LOOKUP-DATE           PIC 9(08)   VALUE ZERO.
001464 01  TRN-LOC-RESOLVED            PIC X(03).
001466 01  LOCAL-LOCATION-CODE         PIC X(03)   VALUE "LCL".
001470*
001475 01  SHM-LOC-TABLE               PIC X(03)   OCCURS 200 TIMES.
001480 01  SHM-CODE-TABLE              PIC X(03)   OCCURS 200 TIMES.
001490 01  SHM-DESC-TABLE              PIC X(20)   OCCURS 200 TIMES.
001500 01  SHM-MIN-COUNT-TABLE         PIC 9(04)   OCCURS 200 TIMES.
001510 01  SHM-BAND-LOW-TABLE          PIC S9(05)V9 OCCURS 200 TIMES.
001520 01  SHM-BAND-HIGH-TABLE         PIC S9(05)V9 OCCURS 200 TIMES.
001521 01  SHM-DELETED-TABLE           PIC X(01)   OCCURS 200 TIMES.
001522 01  SHM-FROM-TABLE              PIC 9(08)   OCCURS 200 TIMES.
001523 01  SHM-TO-TABLE                PIC 9(08)   OCCURS 200 TIMES.
001524 01  SHM-OPEN-END-DATE           PIC 9(08)   VALUE 99999999.
001525*
001526*    A VERSION THAT ENDED MORE THAN SHIFT-RETAIN-DAYS BEFORE THE
001527*    RUN IS RETIRED FROM THE MASTER WHEN IT IS REWRITTEN - TWO
001528*    YEARS KEEPS EVERY BAND A YEAR'S COMPLIANCE RETURN NEEDS
001529 01  SHIFT-RETAIN-DAYS           PIC 9(04)   VALUE 731.
001530 01  RETAIN-CUTOFF-INTEGER       PIC 9(07)   VALUE ZERO.
001531 01  RETAIN-CUTOFF-DATE          PIC 9(08)   VALUE ZERO.
001532 01  RETIRED-COUNT               PIC 9(05)   VALUE ZERO.
001537*
001538*--------------------------------------------------------------
001539* SHIFTS MAINTAINED THIS RUN - THEIR VERSION HISTORY IS LISTED
001540*--------------------------------------------------------------
001541 01  TOUCHED-COUNT               PIC 9(03)   VALUE ZERO.
001542 01  TOUCHED-LOC-TABLE           PIC X(03)   OCCURS 200 TIMES.
001543 01  TOUCHED-CODE-TABLE          PIC X(03)   OCCURS 200 TIMES.
001544 01  TOUCHED-FOUND-SW            PIC X(01)   VALUE "N".
001545     88  SHIFT-ALREADY-TOUCHED                VALUE "Y".
001546     88  SHIFT-NOT-TOUCHED                    VALUE "N".
001547 01  T                           PIC 9(03)   VALUE ZERO.
001548*
001549 01  HIST-LAST-FROM              PIC S9(09)  VALUE ZERO.
001550 01  HIST-NEXT-FROM              PIC 9(08)   VALUE ZERO.
001551 01  HIST-NEXT-IX                PIC 9(03)   VALUE ZERO.
001552 01  HIST-DONE-SW                PIC X(01)   VALUE "N".
001553     88  HIST-DONE                            VALUE "Y".
001554     88  HIST-NOT-DONE                        VALUE "N".
001555*
001556*--------------------------------------------------------------
001560* SHIFTS PRESENT IN THE LAST RUN - THE SHIFT CODES FOUND UNDER
001570* THE HIGHEST READING DATE ON THE READINGS MASTER
001580*--------------------------------------------------------------
001590 01  LASTRUN-DATE                PIC 9(08)   VALUE ZERO.
001600 01  LASTRUN-SHIFT-COUNT         PIC 9(03)   VALUE ZERO.
001610 01  LASTRUN-SHIFT-TABLE         PIC X(03)   OCCURS 200 TIMES.
001615 01  LASTRUN-LOC-TABLE           PIC X(03)   OCCURS 200 TIMES.
001620*
001630*--------------------------------------------------------------
001640* TRANSACTION WORK AREAS
001670 01  REJECTED-COUNT              PIC 9(05)   VALUE ZERO.
001680 01  REJECT-REASON               PIC X(30)   VALUE SPACES.
001690 01  TRN-BAND-LOW-N              PIC S9(05)V9.
001691 01  TRN-BAND-HIGH-N             PIC S9(05)V9.
001692 01  APPLIED-IX                  PIC 9(03)   VALUE ZERO.
001693 01  LATER-VERSION-COUNT         PIC 9(03)   VALUE ZERO.
001694*
001695*--------------------------------------------------------------
001696* EFFECTIVE DATE WORK AREAS
001697*--------------------------------------------------------------
001698 01  TRN-EFF-DATE.
001699     05  TRN-EFF-YYYY            PIC 9(04).
001700     05  TRN-EFF-MM              PIC 9(02).
001701     05  TRN-EFF-DD              PIC 9(02).
001702 01  TRN-EFF-DATE-N REDEFINES TRN-EFF-DATE
001703                                 PIC 9(08).
001704 01  DAY-BEFORE-INTEGER          PIC 9(07)   VALUE ZERO.
001705 01  DAY-BEFORE-DATE             PIC 9(08)   VALUE ZERO.
001706*
001707 01  FMT-DATE-IN                 PIC 9(08)   VALUE ZERO.
001708 01  FMT-DATE-SPLIT REDEFINES FMT-DATE-IN.
001709     05  FMT-DATE-YYYY           PIC 9(04).
001710     05  FMT-DATE-MM             PIC 9(02).
001711     05  FMT-DATE-DD             PIC 9(02).
001712 01  FMT-DATE-EDIT.
001713     05  FMT-EDIT-MM             PIC 9(02).
001714     05  FILLER                  PIC X(01)   VALUE "/".
001715     05  FMT-EDIT-DD             PIC 9(02).
001716     05  FILLER                  PIC X(01)   VALUE "/".
001717     05  FMT-EDIT-YYYY           PIC 9(04).
001718 01  FMT-DATE-OUT                PIC X(10)   VALUE SPACES.
001719*
001720*--------------------------------------------------------------
001721* SIGNED-EDIT WORK AREAS - THE 8-CHARACTER SIGNED DISPLAY FORM
001722* (SIGN, FIVE DIGITS, POINT, ONE DECIMAL) USED FOR THE BANDS
001723*--------------------------------------------------------------
001724 01  SIGNED-EDIT-WORK.
001725     05  SEW-INPUT.
001726         10  SEW-SIGN            PIC X(01).
001727         10  SEW-INT             PIC 9(05).
001728         10  SEW-POINT           PIC X(01).
001729         10  SEW-DEC             PIC 9(01).
001730     05  SEW-VALUE               PIC S9(05)V9.
001731     05  SEW-VALID-SW            PIC X(01).
001732         88  SEW-VALID                        VALUE "Y".
001733         88  SEW-INVALID                      VALUE "N".
001734*
001735 01  BAND-OUT-WORK-VALUE         PIC S9(05)V9 VALUE ZERO.
001736 01  BAND-OUT-ABS                PIC 9(05)V9.
001737 01  BAND-OUT-SPLIT REDEFINES BAND-OUT-ABS.
001738     05  BAND-OUT-INT            PIC 9(05).
001739     05  BAND-OUT-DEC            PIC 9(01).
001740*
001741 01  BAND-OUT-IMAGE.
001742     05  BOI-SIGN                PIC X(01).
001743     05  BOI-INT                 PIC 9(05).
001744     05  BOI-POINT               PIC X(01).
001745     05  BOI-DEC                 PIC 9(01).
001746 01  L                           PIC 9(03)   VALUE ZERO.
001747 01  N                           PIC 9(03)   VALUE ZERO.
001748*
001749 01  RUN-DATE.
001750     05  RUN-DATE-YYYY           PIC 9(04).
001760     05  RUN-DATE-MM             PIC 9(02).
001770     05  RUN-DATE-DD             PIC 9(02).
001775 01  RUN-DATE-N REDEFINES RUN-DATE
001776                                 PIC 9(08).
001780*
001790*--------------------------------------------------------------
001800* AUDIT REPORT LINES
002070             VALUE "TRANSACTIONS APPLIED".
002080     05  FILLER                  PIC X(60) VALUE SPACES.
002090*
002092 01  AUD-HISTORY-HEADING.
002094     05  FILLER                  PIC X(36)
002096             VALUE "VERSION HISTORY OF SHIFTS MAINTAINED".
002098     05  FILLER                  PIC X(44) VALUE SPACES.
002099*
002100 01  AUD-RETIRED-HEADING.
002101     05  FILLER                  PIC X(32)
002102             VALUE "VERSIONS RETIRED - ENDED BEFORE ".
002103     05  AUD-RTD-CUTOFF          PIC X(10).
002104     05  FILLER                  PIC X(38) VALUE SPACES.
002105*
002106 01  AUD-COLUMN-HEADING.
002107     05  FILLER                  PIC X(05) VALUE "LOC".
002110     05  FILLER                  PIC X(05) VALUE "CODE".
002120     05  FILLER                  PIC X(21) VALUE "DESCRIPTION".
002130     05  FILLER                  PIC X(06) VALUE "MIN".
002140     05  FILLER                  PIC X(09) VALUE "BAND-LOW".
002150     05  FILLER                  PIC X(10) VALUE "BAND-HIGH".
002152     05  FILLER                  PIC X(11) VALUE "EFF-FROM".
002154     05  FILLER                  PIC X(13) VALUE "EFF-TO".
002160*
002170 01  AUD-SHIFT-LINE.
002172     05  AUD-SHF-LOC             PIC X(03).
002180     05  AUD-SHF-CODE            PIC X(03).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  AUD-SHF-DESC            PIC X(20).
002210     05  FILLER                  PIC X(01) VALUE SPACES.
002220     05  AUD-SHF-MIN             PIC ZZZ9.
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  AUD-SHF-LOW             PIC +ZZZZ9.9.
002250     05  FILLER                  PIC X(01) VALUE SPACES.
002260     05  AUD-SHF-HIGH            PIC +ZZZZ9.9.
002262     05  FILLER                  PIC X(02) VALUE SPACES.
002264     05  AUD-SHF-FROM            PIC X(10).
002266     05  FILLER                  PIC X(01) VALUE SPACES.
002268     05  AUD-SHF-TO              PIC X(10).
002270     05  FILLER                  PIC X(03) VALUE SPACES.
002280*
002290 01  AUD-TRANS-LINE.
002300     05  AUD-TRN-ACTION          PIC X(06).
002340     05  AUD-TRN-STATUS          PIC X(08).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  AUD-TRN-REASON          PIC X(30).
002362     05  FILLER                  PIC X(06) VALUE "  EFF ".
002364     05  AUD-TRN-EFF             PIC X(10).
002370     05  FILLER                  PIC X(06) VALUE SPACES.
002380*
002390 01  AUD-OLDNEW-LINE.
002400     05  AUD-ON-TAG              PIC X(07).
002420     05  AUD-ON-DESC             PIC X(20).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  AUD-ON-MIN              PIC ZZZ9.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  AUD-ON-LOW              PIC +ZZZZ9.9.
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  AUD-ON-HIGH             PIC +ZZZZ9.9.
002482     05  FILLER                  PIC X(02) VALUE SPACES.
002484     05  AUD-ON-FROM             PIC X(10).
002486     05  FILLER                  PIC X(01) VALUE SPACES.
002488     05  AUD-ON-TO               PIC X(10).
002490     05  FILLER                  PIC X(04) VALUE SPACES.
002500*
002510 01  AUD-APPLIED-LINE.
002520     05  FILLER                  PIC X(30)
002600     05  AUD-REJECTED-COUNT      PIC ZZZZ9.
002610     05  FILLER                  PIC X(45) VALUE SPACES.
002620*
002621 01  AUD-RETIRED-LINE.
002622     05  FILLER                  PIC X(30)
002623             VALUE "VERSIONS RETIRED:".
002624     05  AUD-RETIRED-COUNT       PIC ZZZZ9.
002625     05  FILLER                  PIC X(45) VALUE SPACES.
002626*
002630 01  AUD-NO-TRANS-LINE.
002640     05  FILLER                  PIC X(33)
002650             VALUE "NO TRANSACTION CARDS WERE PRESENT".
002920             THRU 2000-PRINT-BEFORE-LISTING-EXIT
002930         PERFORM 3000-APPLY-TRANSACTIONS
002940             THRU 3000-APPLY-TRANSACTIONS-EXIT
002941         IF APPLIED-COUNT > ZERO
002942             PERFORM 3800-RETIRE-OLD-VERSIONS
002943                 THRU 3800-RETIRE-OLD-VERSIONS-EXIT
002944         END-IF
002950         PERFORM 4000-PRINT-AFTER-LISTING
002960             THRU 4000-PRINT-AFTER-LISTING-EXIT
002965         PERFORM 4500-PRINT-VERSION-HISTORY
002966             THRU 4500-PRINT-VERSION-HISTORY-EXIT
002970*
002980         IF APPLIED-COUNT > ZERO
002990             PERFORM 5000-REWRITE-SHIFT-MASTER
003848                 END-IF
003850                 MOVE "N"               TO
003860                     SHM-DELETED-TABLE(SHIFT-MASTER-COUNT)
003861                 IF SHM-EFFECTIVE-FROM NOT NUMERIC
003862                     MOVE ZERO TO
003863                         SHM-FROM-TABLE(SHIFT-MASTER-COUNT)
003864                 ELSE
003865                     MOVE SHM-EFFECTIVE-FROM TO
003866                         SHM-FROM-TABLE(SHIFT-MASTER-COUNT)
003867                 END-IF
003868                 IF SHM-EFFECTIVE-TO NOT NUMERIC
003869                     OR SHM-EFFECTIVE-TO = ZERO
003870                     MOVE SHM-OPEN-END-DATE TO
003871                         SHM-TO-TABLE(SHIFT-MASTER-COUNT)
003872                 ELSE
003873                     MOVE SHM-EFFECTIVE-TO TO
003874                         SHM-TO-TABLE(SHIFT-MASTER-COUNT)
003875                 END-IF
003876             ELSE
003880                 DISPLAY "SHFTMNT - SHIFT MASTER TRUNCATED AT "
003890                     SHIFT-MASTER-MAX " ENTRIES"
003900             END-IF
004840     MOVE SHM-MIN-COUNT-TABLE(L) TO AUD-SHF-MIN.
004850     MOVE SHM-BAND-LOW-TABLE(L)  TO AUD-SHF-LOW.
004860     MOVE SHM-BAND-HIGH-TABLE(L) TO AUD-SHF-HIGH.
004862     MOVE SHM-FROM-TABLE(L)      TO FMT-DATE-IN.
004864     PERFORM 3950-FORMAT-DATE
004866         THRU 3950-FORMAT-DATE-EXIT.
004868     MOVE FMT-DATE-OUT           TO AUD-SHF-FROM.
004870     MOVE SHM-TO-TABLE(L)        TO FMT-DATE-IN.
004872     PERFORM 3950-FORMAT-DATE
004874         THRU 3950-FORMAT-DATE-EXIT.
004876     MOVE FMT-DATE-OUT           TO AUD-SHF-TO.
004878     MOVE AUD-SHIFT-LINE TO PRINT-LINE.
004880     WRITE AUDIT-REPORT-RECORD FROM PRINT-LINE
004890         AFTER ADVANCING 1 LINE.
004900*
005392     END-IF.
005393     MOVE TRN-LOC-RESOLVED TO SHIFT-LOOKUP-LOC.
005394     MOVE TRN-SHIFT-CODE TO SHIFT-LOOKUP-CODE.
005395     MOVE ZERO TO APPLIED-IX.
005396     PERFORM 3150-EDIT-EFFECTIVE-DATE
005397         THRU 3150-EDIT-EFFECTIVE-DATE-EXIT.
005398     MOVE TRN-EFF-DATE-N TO SHIFT-LOOKUP-DATE.
005400     PERFORM 3200-LOOKUP-SHIFT
005410         THRU 3200-LOOKUP-SHIFT-EXIT.
005420*
005430     EVALUATE TRUE
005435         WHEN TRANS-REJECTED
005436             CONTINUE
005440         WHEN TRN-ACTION-ADD
005450             PERFORM 3110-APPLY-ADD
005460                 THRU 3110-APPLY-ADD-EXIT
005610*
005620     IF TRANS-VALID
005630         ADD 1 TO APPLIED-COUNT
005635         PERFORM 3160-NOTE-TOUCHED-SHIFT
005636             THRU 3160-NOTE-TOUCHED-SHIFT-EXIT
005640     ELSE
005650         ADD 1 TO REJECTED-COUNT
005660     END-IF.
005700*
005710 3110-APPLY-ADD.
005720*
005722*    ANY VERSION IN FORCE ON OR AFTER THE EFFECTIVE DATE BLOCKS
005724*    THE ADD - A SHIFT MAY ONLY BE ADDED BACK AFTER IT HAS ENDED
005726     PERFORM 3250-COUNT-LATER-VERSIONS
005728         THRU 3250-COUNT-LATER-VERSIONS-EXIT.
005730     IF LATER-VERSION-COUNT > ZERO
005740         MOVE "SHIFT CODE ALREADY ON MASTER" TO REJECT-REASON
005750         SET TRANS-REJECTED TO TRUE
005760         GO TO 3110-APPLY-ADD-EXIT
005960     MOVE TRN-BAND-HIGH-N
005970         TO SHM-BAND-HIGH-TABLE(SHIFT-MASTER-COUNT).
005980     MOVE "N" TO SHM-DELETED-TABLE(SHIFT-MASTER-COUNT).
005982     MOVE TRN-EFF-DATE-N TO SHM-FROM-TABLE(SHIFT-MASTER-COUNT).
005984     MOVE SHM-OPEN-END-DATE TO SHM-TO-TABLE(SHIFT-MASTER-COUNT).
005986     MOVE SHIFT-MASTER-COUNT TO APPLIED-IX.
005990*
006000 3110-APPLY-ADD-EXIT.
006010     EXIT.
006030 3120-APPLY-CHANGE.
006040*
006050     IF SHIFT-CODE-NOT-FOUND
006060         MOVE "NO VERSION IN FORCE ON DATE" TO REJECT-REASON
006070         SET TRANS-REJECTED TO TRUE
006080         GO TO 3120-APPLY-CHANGE-EXIT
006090     END-IF.
006120     IF TRANS-REJECTED
006130         GO TO 3120-APPLY-CHANGE-EXIT
006140     END-IF.
006142*
006144*    A VERSION THAT STARTS ON THE EFFECTIVE DATE IS CHANGED IN
006146*    PLACE.  OTHERWISE IT IS CLOSED THE DAY BEFORE AND A NEW
006148*    VERSION CARRIES THE NEW VALUES TO ITS OLD END DATE.
006150     IF SHM-FROM-TABLE(SHIFT-MASTER-IX) NOT = TRN-EFF-DATE-N
006152         AND SHIFT-MASTER-COUNT >= SHIFT-MASTER-MAX
006154         MOVE "SHIFT MASTER TABLE FULL" TO REJECT-REASON
006156         SET TRANS-REJECTED TO TRUE
006158         GO TO 3120-APPLY-CHANGE-EXIT
006159     END-IF.
006160     PERFORM 3910-PRINT-OLD-VALUES
006170         THRU 3910-PRINT-OLD-VALUES-EXIT.
006172*
006174     IF SHM-FROM-TABLE(SHIFT-MASTER-IX) = TRN-EFF-DATE-N
006176         MOVE SHIFT-MASTER-IX TO APPLIED-IX
006178     ELSE
006180         ADD 1 TO SHIFT-MASTER-COUNT
006182         MOVE SHIFT-MASTER-COUNT TO APPLIED-IX
006184         MOVE TRN-LOC-RESOLVED TO SHM-LOC-TABLE(APPLIED-IX)
006186         MOVE TRN-SHIFT-CODE   TO SHM-CODE-TABLE(APPLIED-IX)
006188         MOVE "N"              TO SHM-DELETED-TABLE(APPLIED-IX)
006190         MOVE TRN-EFF-DATE-N   TO SHM-FROM-TABLE(APPLIED-IX)
006192         MOVE SHM-TO-TABLE(SHIFT-MASTER-IX)
006194             TO SHM-TO-TABLE(APPLIED-IX)
006196         PERFORM 3270-FIND-DAY-BEFORE
006198             THRU 3270-FIND-DAY-BEFORE-EXIT
006200         MOVE DAY-BEFORE-DATE  TO SHM-TO-TABLE(SHIFT-MASTER-IX)
006202     END-IF.
006204     MOVE TRN-DESCRIPTION   TO SHM-DESC-TABLE(APPLIED-IX).
006206     MOVE TRN-MINIMUM-COUNT
006208         TO SHM-MIN-COUNT-TABLE(APPLIED-IX).
006210     MOVE TRN-BAND-LOW-N
006220         TO SHM-BAND-LOW-TABLE(APPLIED-IX).
006230     MOVE TRN-BAND-HIGH-N
006240         TO SHM-BAND-HIGH-TABLE(APPLIED-IX).
006250*
006260 3120-APPLY-CHANGE-EXIT.
006270     EXIT.
006280*
006290 3130-APPLY-DELETE.
006300*
006302*    THE SHIFT ENDS ON THE DAY BEFORE THE EFFECTIVE DATE - THE
006304*    VERSION IN FORCE IS CLOSED AND ANY VERSION STARTING ON OR
006306*    AFTER THE EFFECTIVE DATE IS DROPPED
006308     PERFORM 3250-COUNT-LATER-VERSIONS
006309         THRU 3250-COUNT-LATER-VERSIONS-EXIT.
006310     IF LATER-VERSION-COUNT = ZERO
006320         MOVE "SHIFT CODE NOT ON MASTER" TO REJECT-REASON
006330         SET TRANS-REJECTED TO TRUE
006340         GO TO 3130-APPLY-DELETE-EXIT
006420         END-IF
006430     END-PERFORM.
006440     IF SHIFT-IN-LAST-RUN
006445         AND LASTRUN-DATE NOT < TRN-EFF-DATE-N
006450         MOVE "SHIFT PRESENT IN LAST RUN" TO REJECT-REASON
006460         SET TRANS-REJECTED TO TRUE
006470         GO TO 3130-APPLY-DELETE-EXIT
006480     END-IF.
006490*
006500     IF SHIFT-CODE-FOUND
006505         PERFORM 3910-PRINT-OLD-VALUES
006510             THRU 3910-PRINT-OLD-VALUES-EXIT
006515     END-IF.
006520     PERFORM 3270-FIND-DAY-BEFORE
006522         THRU 3270-FIND-DAY-BEFORE-EXIT.
006524     PERFORM 3135-END-ONE-VERSION
006526         THRU 3135-END-ONE-VERSION-EXIT
006528         VARYING L FROM 1 BY 1 UNTIL L > SHIFT-MASTER-COUNT.
006530*
006540 3130-APPLY-DELETE-EXIT.
006550     EXIT.
006551*
006552 3135-END-ONE-VERSION.
006553*
006554     IF SHM-CODE-TABLE(L) NOT = TRN-SHIFT-CODE
006555         OR SHM-LOC-TABLE(L) NOT = TRN-LOC-RESOLVED
006556         OR SHM-DELETED-TABLE(L) = "Y"
006557         OR SHM-TO-TABLE(L) < TRN-EFF-DATE-N
006558         GO TO 3135-END-ONE-VERSION-EXIT
006559     END-IF.
006560     IF SHM-FROM-TABLE(L) NOT < TRN-EFF-DATE-N
006561         MOVE "Y" TO SHM-DELETED-TABLE(L)
006562     ELSE
006563         MOVE DAY-BEFORE-DATE TO SHM-TO-TABLE(L)
006564     END-IF.
006565*
006566 3135-END-ONE-VERSION-EXIT.
006567     EXIT.
006568*
006569*----------------------------------------------------------------
006570* 3150-EDIT-EFFECTIVE-DATE - A BLANK EFFECTIVE DATE MEANS THE RUN
006571*     DATE.  A DATE BEFORE THE RUN DATE IS REFUSED SO THE BANDS
006572*     ALREADY USED TO VALIDATE PAST READINGS STAY AS THEY WERE,
006573*     AS IS A DATE NOT ON THE CALENDAR (31 APRIL, 29 FEBRUARY
006574*     OUTSIDE A LEAP YEAR), WHICH HAS NO DAY BEFORE IT.
006575*----------------------------------------------------------------
006576 3150-EDIT-EFFECTIVE-DATE.
006577*
006578     IF TRN-EFFECTIVE-DATE = SPACES
006579         MOVE RUN-DATE-N TO TRN-EFF-DATE-N
006580         GO TO 3150-EDIT-EFFECTIVE-DATE-EXIT
006581     END-IF.
006582     MOVE ZERO TO TRN-EFF-DATE-N.
006583     IF TRN-EFFECTIVE-DATE NOT NUMERIC
006584         MOVE "EFFECTIVE DATE NOT VALID" TO REJECT-REASON
006585         SET TRANS-REJECTED TO TRUE
006586         GO TO 3150-EDIT-EFFECTIVE-DATE-EXIT
006587     END-IF.
006588     MOVE TRN-EFFECTIVE-DATE TO TRN-EFF-DATE.
006589     IF TRN-EFF-MM < 1 OR TRN-EFF-MM > 12
006590         OR TRN-EFF-DD < 1 OR TRN-EFF-DD > 31
006591         MOVE "EFFECTIVE DATE NOT VALID" TO REJECT-REASON
006592         SET TRANS-REJECTED TO TRUE
006593         GO TO 3150-EDIT-EFFECTIVE-DATE-EXIT
006594     END-IF.
006595     IF FUNCTION INTEGER-OF-DATE(TRN-EFF-DATE-N) = ZERO
006596         MOVE "EFFECTIVE DATE NOT VALID" TO REJECT-REASON
006597         SET TRANS-REJECTED TO TRUE
006598         GO TO 3150-EDIT-EFFECTIVE-DATE-EXIT
006599     END-IF.
006600     IF TRN-EFF-DATE-N < RUN-DATE-N
006601         MOVE "EFFECTIVE DATE BEFORE RUN DATE" TO REJECT-REASON
006602         SET TRANS-REJECTED TO TRUE
006603     END-IF.
006604*
006605 3150-EDIT-EFFECTIVE-DATE-EXIT.
006606     EXIT.
006607*
006608*----------------------------------------------------------------
006609* 3160-NOTE-TOUCHED-SHIFT - REMEMBER EACH LOCATION / SHIFT AN
006610*     APPLIED CARD MAINTAINED, ONCE, FOR THE VERSION HISTORY
006611*----------------------------------------------------------------
006612 3160-NOTE-TOUCHED-SHIFT.
006613*
006614     SET SHIFT-NOT-TOUCHED TO TRUE.
006615     PERFORM 3161-CHECK-ONE-TOUCHED
006616         THRU 3161-CHECK-ONE-TOUCHED-EXIT
006617         VARYING T FROM 1 BY 1 UNTIL T > TOUCHED-COUNT.
006618     IF SHIFT-NOT-TOUCHED
006619         AND TOUCHED-COUNT < SHIFT-MASTER-MAX
006620         ADD 1 TO TOUCHED-COUNT
006621         MOVE TRN-LOC-RESOLVED TO TOUCHED-LOC-TABLE(TOUCHED-COUNT)
006622         MOVE TRN-SHIFT-CODE TO TOUCHED-CODE-TABLE(TOUCHED-COUNT)
006623     END-IF.
006624*
006625 3160-NOTE-TOUCHED-SHIFT-EXIT.
006626     EXIT.
006627*
006628 3161-CHECK-ONE-TOUCHED.
006629*
006630     IF TOUCHED-LOC-TABLE(T) = TRN-LOC-RESOLVED
006631         AND TOUCHED-CODE-TABLE(T) = TRN-SHIFT-CODE
006632         SET SHIFT-ALREADY-TOUCHED TO TRUE
006633     END-IF.
006634*
006635 3161-CHECK-ONE-TOUCHED-EXIT.
006636     EXIT.
006637*
006638*----------------------------------------------------------------
006639* 3200-LOOKUP-SHIFT - FIND SHIFT-LOOKUP-CODE AMONG THE ACTIVE
006640*     (NOT DELETED) TABLE ENTRIES, RETURNING SHIFT-MASTER-IX OF
006641*     THE VERSION IN FORCE ON SHIFT-LOOKUP-DATE
006642*----------------------------------------------------------------
006643 3200-LOOKUP-SHIFT.
006644*
006645     SET SHIFT-CODE-NOT-FOUND TO TRUE.
006646     MOVE ZERO TO SHIFT-MASTER-IX.
006650     PERFORM VARYING L FROM 1 BY 1 UNTIL L > SHIFT-MASTER-COUNT
006660         IF SHM-CODE-TABLE(L) = SHIFT-LOOKUP-CODE
006662             AND SHM-LOC-TABLE(L) = SHIFT-LOOKUP-LOC
006670             AND SHM-DELETED-TABLE(L) NOT = "Y"
006672             AND SHM-FROM-TABLE(L) NOT > SHIFT-LOOKUP-DATE
006674             AND SHM-TO-TABLE(L) NOT < SHIFT-LOOKUP-DATE
006680             SET SHIFT-CODE-FOUND TO TRUE
006690             MOVE L TO SHIFT-MASTER-IX
006700         END-IF
006720*
006730 3200-LOOKUP-SHIFT-EXIT.
006740     EXIT.
006741*
006742*----------------------------------------------------------------
006743* 3250-COUNT-LATER-VERSIONS - COUNT THE ACTIVE VERSIONS OF THE
006744*     CARD'S LOCATION / SHIFT STILL IN FORCE ON OR AFTER THE
006745*     EFFECTIVE DATE
006746*----------------------------------------------------------------
006747 3250-COUNT-LATER-VERSIONS.
006748*
006749     MOVE ZERO TO LATER-VERSION-COUNT.
006750     PERFORM 3251-CHECK-ONE-VERSION
006751         THRU 3251-CHECK-ONE-VERSION-EXIT
006752         VARYING L FROM 1 BY 1 UNTIL L > SHIFT-MASTER-COUNT.
006753*
006754 3250-COUNT-LATER-VERSIONS-EXIT.
006755     EXIT.
006756*
006757 3251-CHECK-ONE-VERSION.
006758*
006759     IF SHM-CODE-TABLE(L) = TRN-SHIFT-CODE
006760         AND SHM-LOC-TABLE(L) = TRN-LOC-RESOLVED
006761         AND SHM-DELETED-TABLE(L) NOT = "Y"
006762         AND SHM-TO-TABLE(L) NOT < TRN-EFF-DATE-N
006763         ADD 1 TO LATER-VERSION-COUNT
006764     END-IF.
006765*
006766 3251-CHECK-ONE-VERSION-EXIT.
006767     EXIT.
006768*
006769*----------------------------------------------------------------
006770* 3270-FIND-DAY-BEFORE - THE DAY BEFORE THE EFFECTIVE DATE, THE
006771*     LAST DAY OF THE VERSION BEING CLOSED
006772*----------------------------------------------------------------
006773 3270-FIND-DAY-BEFORE.
006774*
006775     COMPUTE DAY-BEFORE-INTEGER =
006776         FUNCTION INTEGER-OF-DATE(TRN-EFF-DATE-N) - 1.
006777     COMPUTE DAY-BEFORE-DATE =
006778         FUNCTION DATE-OF-INTEGER(DAY-BEFORE-INTEGER).
006779*
006780 3270-FIND-DAY-BEFORE-EXIT.
006781     EXIT.
006782*
006783*----------------------------------------------------------------
006784* 3300-VALIDATE-FIELDS - COMMON FIELD EDITS FOR ADD AND CHANGE:
006785*     NUMERIC MINIMUM COUNT AND BAND VALUES, BAND LOW BELOW HIGH
006790*----------------------------------------------------------------
006800 3300-VALIDATE-FIELDS.
006810*
007037 3400-EDIT-SIGNED-VALUE-EXIT.
007038     EXIT.
007039*
007042*----------------------------------------------------------------
007043* 3800-RETIRE-OLD-VERSIONS - BEFORE THE MASTER IS REWRITTEN,
007044*     EVERY VERSION THAT ENDED MORE THAN SHIFT-RETAIN-DAYS BEFORE
007045*     THE RUN IS LISTED AND DROPPED, SO CLOSED VERSIONS DO NOT
007046*     FILL THE TABLE.  OPEN-ENDED VERSIONS ARE NEVER RETIRED.
007047*----------------------------------------------------------------
007048 3800-RETIRE-OLD-VERSIONS.
007049*
007050     COMPUTE RETAIN-CUTOFF-INTEGER =
007051         FUNCTION INTEGER-OF-DATE(RUN-DATE-N) - SHIFT-RETAIN-DAYS.
007052     COMPUTE RETAIN-CUTOFF-DATE =
007053         FUNCTION DATE-OF-INTEGER(RETAIN-CUTOFF-INTEGER).
007054     PERFORM 3810-RETIRE-ONE-VERSION
007055         THRU 3810-RETIRE-ONE-VERSION-EXIT
007056         VARYING L FROM 1 BY 1 UNTIL L > SHIFT-MASTER-COUNT.
007057*
007058 3800-RETIRE-OLD-VERSIONS-EXIT.
007059     EXIT.
007060*
007061 3810-RETIRE-ONE-VERSION.
007062*
007063     IF SHM-DELETED-TABLE(L) = "Y"
007064         OR SHM-TO-TABLE(L) NOT < RETAIN-CUTOFF-DATE
007065         GO TO 3810-RETIRE-ONE-VERSION-EXIT
007066     END-IF.
007067     IF RETIRED-COUNT = ZERO
007068         MOVE RETAIN-CUTOFF-DATE TO FMT-DATE-IN
007069         PERFORM 3950-FORMAT-DATE
007070             THRU 3950-FORMAT-DATE-EXIT
007071         MOVE FMT-DATE-OUT TO AUD-RTD-CUTOFF
007072         MOVE AUD-RETIRED-HEADING TO PRINT-LINE
007073         WRITE AUDIT-REPORT-RECORD FROM PRINT-LINE
007074             AFTER ADVANCING 2 LINES
007075         MOVE AUD-COLUMN-HEADING TO PRINT-LINE
007076         WRITE AUDIT-REPORT-RECORD FROM PRINT-LINE
007077             AFTER ADVANCING 1 LINE
007078     END-IF.
007079     PERFORM 2100-PRINT-ONE-SHIFT
007080         THRU 2100-PRINT-ONE-SHIFT-EXIT.
007081     MOVE "Y" TO SHM-DELETED-TABLE(L).
007082     ADD 1 TO RETIRED-COUNT.
007083*
007084 3810-RETIRE-ONE-VERSION-EXIT.
007085     EXIT.
007086*
007087*----------------------------------------------------------------
007088* 3900-PRINT-TRANSACTION - ONE AUDIT LINE PER CARD, WITH THE NEW
007089*     VALUES UNDERNEATH FOR AN APPLIED ADD OR CHANGE
007090*----------------------------------------------------------------
007091 3900-PRINT-TRANSACTION.
007092*
007093     MOVE TRN-ACTION     TO AUD-TRN-ACTION.
007100     MOVE TRN-SHIFT-CODE TO AUD-TRN-CODE.
007102     MOVE TRN-LOC-RESOLVED TO AUD-TRN-LOC.
007104     IF TRN-EFF-DATE-N = ZERO
007105         MOVE TRN-EFFECTIVE-DATE TO AUD-TRN-EFF
007106     ELSE
007107         MOVE TRN-EFF-DATE-N TO FMT-DATE-IN
007108         PERFORM 3950-FORMAT-DATE
007109             THRU 3950-FORMAT-DATE-EXIT
007110         MOVE FMT-DATE-OUT TO AUD-TRN-EFF
007111     END-IF.
007115     IF TRANS-VALID
007120         MOVE "APPLIED"  TO AUD-TRN-STATUS
007130         MOVE SPACES     TO AUD-TRN-REASON
007140     ELSE
007260         MOVE TRN-MINIMUM-COUNT TO AUD-ON-MIN
007270         MOVE TRN-BAND-LOW-N   TO AUD-ON-LOW
007280         MOVE TRN-BAND-HIGH-N  TO AUD-ON-HIGH
007281         MOVE SHM-FROM-TABLE(APPLIED-IX) TO FMT-DATE-IN
007282         PERFORM 3950-FORMAT-DATE
007283             THRU 3950-FORMAT-DATE-EXIT
007284         MOVE FMT-DATE-OUT     TO AUD-ON-FROM
007285         MOVE SHM-TO-TABLE(APPLIED-IX) TO FMT-DATE-IN
007286         PERFORM 3950-FORMAT-DATE
007287             THRU 3950-FORMAT-DATE-EXIT
007288         MOVE FMT-DATE-OUT     TO AUD-ON-TO
007290         MOVE AUD-OLDNEW-LINE  TO PRINT-LINE
007300         WRITE AUDIT-REPORT-RECORD FROM PRINT-LINE
007310             AFTER ADVANCING 1 LINE
007450     MOVE SHM-MIN-COUNT-TABLE(SHIFT-MASTER-IX) TO AUD-ON-MIN.
007460     MOVE SHM-BAND-LOW-TABLE(SHIFT-MASTER-IX)  TO AUD-ON-LOW.
007470     MOVE SHM-BAND-HIGH-TABLE(SHIFT-MASTER-IX) TO AUD-ON-HIGH.
007472     MOVE SHM-FROM-TABLE(SHIFT-MASTER-IX)      TO FMT-DATE-IN.
007474     PERFORM 3950-FORMAT-DATE
007476         THRU 3950-FORMAT-DATE-EXIT.
007478     MOVE FMT-DATE-OUT TO AUD-ON-FROM.
007480     MOVE SHM-TO-TABLE(SHIFT-MASTER-IX)        TO FMT-DATE-IN.
007482     PERFORM 3950-FORMAT-DATE
007484         THRU 3950-FORMAT-DATE-EXIT.
007486     MOVE FMT-DATE-OUT TO AUD-ON-TO.
007488     MOVE AUD-OLDNEW-LINE TO PRINT-LINE.
007490     WRITE AUDIT-REPORT-RECORD FROM PRINT-LINE
007500         AFTER ADVANCING 1 LINE.
007510*
007520 3910-PRINT-OLD-VALUES-EXIT.
007530     EXIT.
007531*
007532*----------------------------------------------------------------
007533* 3950-FORMAT-DATE - FMT-DATE-IN AS MM/DD/YYYY IN FMT-DATE-OUT,
007534*     OR "(OPEN)" FOR AN OPEN START OR END OF A VERSION
007535*----------------------------------------------------------------
007536 3950-FORMAT-DATE.
007537*
007538     IF FMT-DATE-IN = ZERO OR FMT-DATE-IN = SHM-OPEN-END-DATE
007539         MOVE "(OPEN)" TO FMT-DATE-OUT
007540         GO TO 3950-FORMAT-DATE-EXIT
007541     END-IF.
007542     MOVE FMT-DATE-MM   TO FMT-EDIT-MM.
007543     MOVE FMT-DATE-DD   TO FMT-EDIT-DD.
007544     MOVE FMT-DATE-YYYY TO FMT-EDIT-YYYY.
007545     MOVE FMT-DATE-EDIT TO FMT-DATE-OUT.
007546*
007547 3950-FORMAT-DATE-EXIT.
007548     EXIT.
007549*
007550*----------------------------------------------------------------
007560* 4000-PRINT-AFTER-LISTING - THE MASTER AS IT WILL BE REWRITTEN
007570*----------------------------------------------------------------
007690*
007700 4000-PRINT-AFTER-LISTING-EXIT.
007710     EXIT.
007711*
007712*----------------------------------------------------------------
007713* 4500-PRINT-VERSION-HISTORY - EVERY VERSION, IN EFFECTIVE-DATE
007714*     ORDER, OF EACH LOCATION / SHIFT AN APPLIED CARD MAINTAINED
007715*----------------------------------------------------------------
007716 4500-PRINT-VERSION-HISTORY.
007717*
007718     IF TOUCHED-COUNT = ZERO
007719         GO TO 4500-PRINT-VERSION-HISTORY-EXIT
007720     END-IF.
007721     MOVE AUD-HISTORY-HEADING TO PRINT-LINE.
007722     WRITE AUDIT-REPORT-RECORD FROM PRINT-LINE
007723         AFTER ADVANCING 2 LINES.
007724     MOVE AUD-COLUMN-HEADING TO PRINT-LINE.
007725     WRITE AUDIT-REPORT-RECORD FROM PRINT-LINE
007726         AFTER ADVANCING 1 LINE.
007727     PERFORM 4510-PRINT-ONE-SHIFT-HISTORY
007728         THRU 4510-PRINT-ONE-SHIFT-HISTORY-EXIT
007729         VARYING T FROM 1 BY 1 UNTIL T > TOUCHED-COUNT.
007730*
007731 4500-PRINT-VERSION-HISTORY-EXIT.
007732     EXIT.
007733*
007734 4510-PRINT-ONE-SHIFT-HISTORY.
007735*
007736     MOVE SPACES TO PRINT-LINE.
007737     WRITE AUDIT-REPORT-RECORD FROM PRINT-LINE
007738         AFTER ADVANCING 1 LINE.
007739     MOVE -1 TO HIST-LAST-FROM.
007740     SET HIST-NOT-DONE TO TRUE.
007741     PERFORM 4520-PRINT-NEXT-VERSION
007742         THRU 4520-PRINT-NEXT-VERSION-EXIT
007743         UNTIL HIST-DONE.
007744*
007745 4510-PRINT-ONE-SHIFT-HISTORY-EXIT.
007746     EXIT.
007747*
007748*    THE VERSIONS OF ONE SHIFT NEVER SHARE A START DATE, SO EACH
007749*    PASS PRINTS THE EARLIEST ONE NOT YET PRINTED
007750 4520-PRINT-NEXT-VERSION.
007751*
007752     MOVE ZERO TO HIST-NEXT-IX.
007753     PERFORM 4530-CHECK-ONE-VERSION
007754         THRU 4530-CHECK-ONE-VERSION-EXIT
007755         VARYING L FROM 1 BY 1 UNTIL L > SHIFT-MASTER-COUNT.
007756     IF HIST-NEXT-IX = ZERO
007757         SET HIST-DONE TO TRUE
007758         GO TO 4520-PRINT-NEXT-VERSION-EXIT
007759     END-IF.
007760     MOVE HIST-NEXT-IX TO L.
007761     PERFORM 2100-PRINT-ONE-SHIFT
007762         THRU 2100-PRINT-ONE-SHIFT-EXIT.
007763     MOVE HIST-NEXT-FROM TO HIST-LAST-FROM.
007764*
007765 4520-PRINT-NEXT-VERSION-EXIT.
007766     EXIT.
007767*
007768 4530-CHECK-ONE-VERSION.
007769*
007770     IF SHM-LOC-TABLE(L) NOT = TOUCHED-LOC-TABLE(T)
007771         OR SHM-CODE-TABLE(L) NOT = TOUCHED-CODE-TABLE(T)
007772         OR SHM-DELETED-TABLE(L) = "Y"
007773         OR SHM-FROM-TABLE(L) NOT > HIST-LAST-FROM
007774         GO TO 4530-CHECK-ONE-VERSION-EXIT
007775     END-IF.
007776     IF HIST-NEXT-IX = ZERO
007777         OR SHM-FROM-TABLE(L) < HIST-NEXT-FROM
007778         MOVE L TO HIST-NEXT-IX
007779         MOVE SHM-FROM-TABLE(L) TO HIST-NEXT-FROM
007780     END-IF.
007781*
007782 4530-CHECK-ONE-VERSION-EXIT.
007783     EXIT.
007784*
007785*----------------------------------------------------------------
007786* 5000-REWRITE-SHIFT-MASTER - REPLACE SHIFTMST WITH THE ACTIVE
007787*     TABLE ENTRIES, DROPPING THE DELETED ONES.  CLOSED VERSIONS
007788*     STAY ON THE MASTER AS THE BAND HISTORY UNTIL 3800 RETIRES
007789*     THEM.
007790*----------------------------------------------------------------
007791 5000-REWRITE-SHIFT-MASTER.
007792*
007793     OPEN OUTPUT SHIFT-MASTER-FILE.
007800     IF SHIFT-MASTER-STATUS NOT = "00"
007810         DISPLAY "SHFTMNT - CANNOT REWRITE SHIFT-MASTER-FILE, "
007820             "STATUS = " SHIFT-MASTER-STATUS
008042     PERFORM 5200-FORMAT-BAND-VALUE
008044         THRU 5200-FORMAT-BAND-VALUE-EXIT.
008046     MOVE BAND-OUT-IMAGE TO SHM-BAND-HIGH.
008047     MOVE SHM-FROM-TABLE(L)      TO SHM-EFFECTIVE-FROM.
008048     MOVE SHM-TO-TABLE(L)        TO SHM-EFFECTIVE-TO.
008050     MOVE SPACES                 TO SHM-FILLER.
008060     WRITE SHIFT-MASTER-RECORD.
008070*
008109 5200-FORMAT-BAND-VALUE-EXIT.
008110     EXIT.
008111*
008115*----------------------------------------------------------------
008116* 6000-WRITE-TOTALS - APPLIED AND REJECTED TRANSACTION COUNTS,
008117*     AND THE VERSIONS RETIRED
008130*----------------------------------------------------------------
008140 6000-WRITE-TOTALS.
008150*
008220     MOVE AUD-REJECTED-LINE TO PRINT-LINE.
008230     WRITE AUDIT-REPORT-RECORD FROM PRINT-LINE
008240         AFTER ADVANCING 1 LINE.
008241*
008242     IF RETIRED-COUNT > ZERO
008243         MOVE RETIRED-COUNT TO AUD-RETIRED-COUNT
008244         MOVE AUD-RETIRED-LINE TO PRINT-LINE
008245         WRITE AUDIT-REPORT-RECORD FROM PRINT-LINE
008246             AFTER ADVANCING 1 LINE
008247     END-IF.
008250*
008260     IF REJECTED-COUNT > ZERO AND RETURN-CODE = ZERO
008270         MOVE 4 TO RETURN-CODE
