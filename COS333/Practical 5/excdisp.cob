000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     EXCDISP.
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
000220* 2026-10-15 DF    ORIGINAL PROGRAM - EXCEPTION DISPOSITION.
000230*                  APPLIES SUPERVISOR DISPOSITION CARDS TO THE
000240*                  CARRIED-FORWARD EXCEPTIONS FILE, MATCHED ON
000250*                  ORIGINAL RUN DATE AND RECORD NUMBER AS THE
000260*                  CORRECTION MERGE DOES.  A WRITE-OFF MARKS AN
000270*                  OPEN EXCEPTION "W" WITH A DISPOSITION CODE
000280*                  AND A FREE-TEXT NOTE; A REVERSAL PUTS A
000290*                  WRITTEN-OFF EXCEPTION BACK OPEN.  EVERY
000300*                  APPLIED CARD IS KEPT ON THE DISPOSITION
000310*                  HISTORY FILE, AND A SIGN-OFF LISTING SHOWS
000320*                  THE APPLIED AND REJECTED CARDS FOR THE
000330*                  SUPERVISOR'S SIGNATURE.  READINGS THAT CAN
000340*                  NEVER BE CORRECTED NO LONGER SIT ON THE
000343*                  AGING REPORT FOREVER.
000346* 2026-10-15 DF    NAME THE CLEARED DATE NOW KEPT IN THE LAST
000350*                  EIGHT BYTES OF THE EXCEPTION RECORD.
000351* 2026-10-15 DF    CLEARED DATE DECLARED NUMERIC, AS IN EVERY
000352*                  OTHER PROGRAM THAT READS EXCPFILE.
000360*--------------------------------------------------------------
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410*
000420     SELECT DISPOSITION-TRAN-FILE ASSIGN TO "DISPTRAN"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DISPOSITION-TRAN-STATUS.
000450*
000460     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS EXCEPTION-STATUS.
000490*
000500     SELECT EXCEPTION-TEMP-FILE ASSIGN TO "EXCPTEMP"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS EXCEPTION-TEMP-STATUS.
000530*
000540     SELECT DISPOSITION-HISTORY-FILE ASSIGN TO "DISPHIST"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DISPOSITION-HISTORY-STATUS.
000570*
000580     SELECT DISPOSITION-REPORT-FILE ASSIGN TO "DSPRPT"
000590         ORGANIZATION IS SEQUENTIAL.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640*    DISPOSITION CARD - ACTION "W" WRITES AN OPEN EXCEPTION OFF
000650*    AND NEEDS A DISPOSITION CODE AND A NOTE.  ACTION "R"
000660*    REVERSES AN EARLIER WRITE-OFF; ITS CODE AND NOTE ARE
000670*    OPTIONAL AND ARE KEPT ON THE HISTORY WHEN GIVEN.
000680*    DISPOSITION CODES:
000690*        DU  DUPLICATE OF A READING ALREADY LOADED
000700*        IF  INSTRUMENT FAULT - NO VALID READING TAKEN
000710*        LE  LAB OR KEYING ERROR - SAMPLE NOT RETAINED
000720*        NR  NOT RE-READABLE - LINE OR SHIFT NOT RUNNING
000730*        OT  OTHER - THE NOTE GIVES THE REASON
000740 FD  DISPOSITION-TRAN-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  DISPOSITION-TRAN-RECORD.
000780     05  DTR-ACTION              PIC X(01).
000790         88  DTR-WRITE-OFF                   VALUE "W".
000800         88  DTR-REVERSE                     VALUE "R".
000810     05  DTR-RUN-DATE            PIC 9(08).
000820     05  DTR-RECORD-NUMBER       PIC 9(07).
000830     05  DTR-DISP-CODE           PIC X(02).
000840         88  DTR-DISP-CODE-VALID             VALUE "DU" "IF"
000850                                                   "LE" "NR"
000860                                                   "OT".
000870     05  DTR-ENTERED-BY          PIC X(03).
000880     05  DTR-NOTE                PIC X(50).
000890     05  DTR-FILLER              PIC X(09).
000900*
000910 FD  EXCEPTION-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 56 CHARACTERS.
000940 01  EXCEPTION-RECORD.
000950     05  EXC-RECORD-NUMBER       PIC 9(07).
000960     05  EXC-SHIFT-CODE          PIC X(03).
000970     05  EXC-RECORD-IMAGE        PIC X(24).
000980     05  EXC-REASON-CODE         PIC X(02).
000990     05  EXC-RUN-DATE            PIC 9(08).
001000*    CLEARED FLAG - "N" OPEN, "Y" CLEARED BY A CORRECTION,
001010*    "W" WRITTEN OFF BY A SUPERVISOR DISPOSITION
001020     05  EXC-CLEARED-FLAG        PIC X(01).
001030     05  EXC-LOCATION            PIC X(03).
001040     05  EXC-CLEARED-DATE        PIC 9(08).
001050*
001060 FD  EXCEPTION-TEMP-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 56 CHARACTERS.
001090 01  EXCEPTION-TEMP-RECORD       PIC X(56).
001100*
001110 FD  DISPOSITION-HISTORY-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 100 CHARACTERS.
001140 01  DISPOSITION-HISTORY-RECORD.
001150     05  DHS-APPLIED-DATE        PIC 9(08).
001160     05  DHS-ACTION              PIC X(01).
001170     05  DHS-RUN-DATE            PIC 9(08).
001180     05  DHS-RECORD-NUMBER       PIC 9(07).
001190     05  DHS-LOCATION            PIC X(03).
001200     05  DHS-SHIFT-CODE          PIC X(03).
001210     05  DHS-REASON-CODE         PIC X(02).
001220     05  DHS-DISP-CODE           PIC X(02).
001230     05  DHS-ENTERED-BY          PIC X(03).
001240     05  DHS-NOTE                PIC X(50).
001250     05  DHS-FILLER              PIC X(13).
001260*
001270 FD  DISPOSITION-REPORT-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300 01  DISPOSITION-REPORT-RECORD   PIC X(80).
001310*
001320 WORKING-STORAGE SECTION.
001330*
001340*--------------------------------------------------------------
001350* SWITCHES
001360*--------------------------------------------------------------
001370 01  TRAN-SW                     PIC X(01)   VALUE "N".
001380     88  END-OF-TRANS                         VALUE "Y".
001390     88  MORE-TRANS                           VALUE "N".
001400*
001410 01  EXCEPTIONS-SW               PIC X(01)   VALUE "N".
001420     88  END-OF-EXCEPTIONS                    VALUE "Y".
001430     88  MORE-EXCEPTIONS                      VALUE "N".
001440*
001450 01  TRANS-LOADED-SW             PIC X(01)   VALUE "N".
001460     88  TRANS-LOADED                         VALUE "Y".
001470     88  TRANS-NOT-LOADED                     VALUE "N".
001480*
001490 01  DISPOSITION-TRAN-STATUS     PIC X(02).
001500 01  EXCEPTION-STATUS            PIC X(02).
001510 01  EXCEPTION-TEMP-STATUS       PIC X(02).
001520 01  DISPOSITION-HISTORY-STATUS  PIC X(02).
001530*
001540*--------------------------------------------------------------
001550* DISPOSITION CARD TABLE - ONE ENTRY PER CARD IN CARD ORDER.
001560* RESULT IS "A" APPLIED, "R" REJECTED, SPACE STILL UNMATCHED.
001570* A CARD WHOSE EXCEPTION IS FOUND IN THE WRONG STATE KEEPS THE
001580* REASON AND STAYS UNMATCHED IN CASE A LATER RECORD WITH THE
001590* SAME RUN DATE AND RECORD NUMBER QUALIFIES.
001600*--------------------------------------------------------------
001610 01  TRAN-MAX                    PIC 9(03)   VALUE 500.
001620 01  TRAN-COUNT                  PIC 9(03)   VALUE ZERO.
001630 01  TRAN-IX                     PIC 9(03)   VALUE ZERO.
001640 01  TRAN-ACTION-TABLE           PIC X(01)   OCCURS 500 TIMES.
001650 01  TRAN-RUN-DATE-TABLE         PIC X(08)   OCCURS 500 TIMES.
001660 01  TRAN-RECNO-TABLE            PIC X(07)   OCCURS 500 TIMES.
001670 01  TRAN-DISP-CODE-TABLE        PIC X(02)   OCCURS 500 TIMES.
001680 01  TRAN-BY-TABLE               PIC X(03)   OCCURS 500 TIMES.
001690 01  TRAN-NOTE-TABLE             PIC X(50)   OCCURS 500 TIMES.
001700 01  TRAN-RESULT-TABLE           PIC X(01)   OCCURS 500 TIMES.
001710 01  TRAN-WHY-TABLE              PIC X(30)   OCCURS 500 TIMES.
001720 01  TRAN-LOC-TABLE              PIC X(03)   OCCURS 500 TIMES.
001730 01  TRAN-SHIFT-TABLE            PIC X(03)   OCCURS 500 TIMES.
001740 01  TRAN-REASON-TABLE           PIC X(02)   OCCURS 500 TIMES.
001750*
001760*--------------------------------------------------------------
001770* RUN COUNTS AND WORK AREAS
001780*--------------------------------------------------------------
001790 01  CARDS-READ-COUNT            PIC 9(05)   VALUE ZERO.
001800 01  CARDS-OVER-COUNT            PIC 9(05)   VALUE ZERO.
001810 01  WRITE-OFF-APPLIED-COUNT     PIC 9(05)   VALUE ZERO.
001820 01  REVERSAL-APPLIED-COUNT      PIC 9(05)   VALUE ZERO.
001830 01  REJECTED-COUNT              PIC 9(05)   VALUE ZERO.
001840 01  UNMATCHED-REASON            PIC X(30)
001850                                 VALUE "NOT ON EXCEPTIONS FILE".
001860 01  DSP-RESULT-WANTED           PIC X(01)   VALUE SPACE.
001870 01  DSP-SECTION-COUNT           PIC 9(05)   VALUE ZERO.
001880*
001890 01  DATE-SPLIT-WORK.
001900     05  DATE-SPLIT-YYYY         PIC 9(04).
001910     05  DATE-SPLIT-MM           PIC 9(02).
001920     05  DATE-SPLIT-DD           PIC 9(02).
001930*
001940 01  RUN-DATE.
001950     05  RUN-DATE-YYYY           PIC 9(04).
001960     05  RUN-DATE-MM             PIC 9(02).
001970     05  RUN-DATE-DD             PIC 9(02).
001980 01  RUN-DATE-N                  PIC 9(08).
001990*
002000*--------------------------------------------------------------
002010* REPORT LINES
002020*--------------------------------------------------------------
002030 01  PRINT-LINE                  PIC X(80).
002040*
002050 01  DSP-HEADING-1.
002060     05  FILLER                  PIC X(40)
002070             VALUE "EXCEPTION DISPOSITION SIGN-OFF LISTING".
002080     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002090     05  DSP-HDG-MM              PIC 99.
002100     05  FILLER                  PIC X(01) VALUE "/".
002110     05  DSP-HDG-DD              PIC 99.
002120     05  FILLER                  PIC X(01) VALUE "/".
002130     05  DSP-HDG-YYYY            PIC 9(04).
002140     05  FILLER                  PIC X(20) VALUE SPACES.
002150*
002160 01  DSP-SECTION-LINE.
002170     05  DSP-SECTION-TITLE       PIC X(40).
002180     05  FILLER                  PIC X(40) VALUE SPACES.
002190*
002200 01  DSP-COLUMN-HEADING.
002210     05  FILLER                  PIC X(10) VALUE "ACTION".
002220     05  FILLER                  PIC X(12) VALUE "RUN DATE".
002230     05  FILLER                  PIC X(09) VALUE " RECORD".
002240     05  FILLER                  PIC X(05) VALUE "LOC".
002250     05  FILLER                  PIC X(06) VALUE "SHIFT".
002260     05  FILLER                  PIC X(06) VALUE "RSN".
002270     05  FILLER                  PIC X(06) VALUE "DISP".
002280     05  FILLER                  PIC X(26) VALUE "BY".
002290*
002300 01  DSP-DETAIL-LINE.
002310     05  DSP-DTL-ACTION          PIC X(10).
002320     05  DSP-DTL-MM              PIC 99.
002330     05  FILLER                  PIC X(01) VALUE "/".
002340     05  DSP-DTL-DD              PIC 99.
002350     05  FILLER                  PIC X(01) VALUE "/".
002360     05  DSP-DTL-YYYY            PIC 9(04).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  DSP-DTL-RECNO           PIC ZZZZZZ9.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  DSP-DTL-LOCATION        PIC X(03).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  DSP-DTL-SHIFT           PIC X(03).
002430     05  FILLER                  PIC X(03) VALUE SPACES.
002440     05  DSP-DTL-REASON          PIC X(02).
002450     05  FILLER                  PIC X(04) VALUE SPACES.
002460     05  DSP-DTL-DISP            PIC X(02).
002470     05  FILLER                  PIC X(04) VALUE SPACES.
002480     05  DSP-DTL-BY              PIC X(03).
002490     05  FILLER                  PIC X(23) VALUE SPACES.
002500*
002510 01  DSP-NOTE-LINE.
002520     05  FILLER                  PIC X(10) VALUE SPACES.
002530     05  FILLER                  PIC X(06) VALUE "NOTE: ".
002540     05  DSP-NOTE-TEXT           PIC X(50).
002550     05  FILLER                  PIC X(14) VALUE SPACES.
002560*
002570 01  DSP-REJECT-LINE.
002580     05  FILLER                  PIC X(10) VALUE SPACES.
002590     05  FILLER                  PIC X(10) VALUE "REJECTED: ".
002600     05  DSP-REJECT-WHY          PIC X(30).
002610     05  FILLER                  PIC X(30) VALUE SPACES.
002620*
002630 01  DSP-COUNT-LINE.
002640     05  DSP-CNT-LABEL           PIC X(36).
002650     05  DSP-CNT-VALUE           PIC ZZZZ9.
002660     05  FILLER                  PIC X(39) VALUE SPACES.
002670*
002680 01  DSP-NONE-LINE.
002690     05  FILLER                  PIC X(10) VALUE SPACES.
002700     05  FILLER                  PIC X(70) VALUE "NONE".
002710*
002720 01  DSP-NO-TRAN-LINE.
002730     05  FILLER                  PIC X(44)
002740             VALUE "NO DISPOSITION CARDS - EXCEPTIONS FILE UNCHA".
002750     05  FILLER                  PIC X(36)
002760             VALUE "NGED".
002770*
002780 01  DSP-OVER-LINE.
002790     05  FILLER                  PIC X(44)
002800             VALUE "MORE THAN 500 DISPOSITION CARDS - CARDS AFTE".
002810     05  FILLER                  PIC X(36)
002820             VALUE "R THE 500TH NOT PROCESSED".
002830*
002840 01  DSP-SIGN-LINE-1.
002850     05  FILLER                  PIC X(22)
002860             VALUE "SUPERVISOR SIGN-OFF: ".
002870     05  FILLER                  PIC X(30) VALUE ALL "_".
002880     05  FILLER                  PIC X(08) VALUE "  DATE: ".
002890     05  FILLER                  PIC X(12) VALUE ALL "_".
002900     05  FILLER                  PIC X(08) VALUE SPACES.
002910*
002920 PROCEDURE DIVISION.
002930*
002940*----------------------------------------------------------------
002950* 0000-MAINLINE
002960*----------------------------------------------------------------
002970 0000-MAINLINE.
002980*
002990     PERFORM 1000-INITIALIZE
003000         THRU 1000-INITIALIZE-EXIT.
003010*
003020     IF TRANS-LOADED
003030         PERFORM 2000-APPLY-DISPOSITIONS
003040             THRU 2000-APPLY-DISPOSITIONS-EXIT
003050         PERFORM 3000-PRINT-LISTING
003060             THRU 3000-PRINT-LISTING-EXIT
003070     END-IF.
003080*
003090     PERFORM 9999-TERMINATE
003100         THRU 9999-TERMINATE-EXIT.
003110*
003120     STOP RUN.
003130*
003140*----------------------------------------------------------------
003150* 1000-INITIALIZE - PRINT THE HEADING AND LOAD AND EDIT THE
003160*     DISPOSITION CARDS
003170*----------------------------------------------------------------
003180 1000-INITIALIZE.
003190*
003200     OPEN OUTPUT DISPOSITION-REPORT-FILE.
003210     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003220     MOVE RUN-DATE TO RUN-DATE-N.
003230*
003240     MOVE RUN-DATE-MM   TO DSP-HDG-MM.
003250     MOVE RUN-DATE-DD   TO DSP-HDG-DD.
003260     MOVE RUN-DATE-YYYY TO DSP-HDG-YYYY.
003270     MOVE DSP-HEADING-1 TO PRINT-LINE.
003280     WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
003290         AFTER ADVANCING 1 LINE.
003300*
003310     OPEN INPUT DISPOSITION-TRAN-FILE.
003320     IF DISPOSITION-TRAN-STATUS NOT = "00"
003330         DISPLAY "EXCDISP - DISPOSITION-TRAN-FILE NOT AVAILABLE, "
003340             "STATUS = " DISPOSITION-TRAN-STATUS
003350         MOVE DSP-NO-TRAN-LINE TO PRINT-LINE
003360         WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
003370             AFTER ADVANCING 2 LINES
003380         MOVE 16 TO RETURN-CODE
003390         GO TO 1000-INITIALIZE-EXIT
003400     END-IF.
003410*
003420     SET MORE-TRANS TO TRUE.
003430     PERFORM 1100-LOAD-ONE-CARD
003440         THRU 1100-LOAD-ONE-CARD-EXIT
003450         UNTIL END-OF-TRANS.
003460     CLOSE DISPOSITION-TRAN-FILE.
003470*
003480     IF TRAN-COUNT = ZERO
003490         MOVE DSP-NO-TRAN-LINE TO PRINT-LINE
003500         WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
003510             AFTER ADVANCING 2 LINES
003520         MOVE 4 TO RETURN-CODE
003530         GO TO 1000-INITIALIZE-EXIT
003540     END-IF.
003550     SET TRANS-LOADED TO TRUE.
003560*
003570     IF CARDS-OVER-COUNT > ZERO
003580         MOVE DSP-OVER-LINE TO PRINT-LINE
003590         WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
003600             AFTER ADVANCING 2 LINES
003610     END-IF.
003620*
003630 1000-INITIALIZE-EXIT.
003640     EXIT.
003650*
003660 1100-LOAD-ONE-CARD.
003670*
003680     READ DISPOSITION-TRAN-FILE
003690         AT END
003700             SET END-OF-TRANS TO TRUE
003710             GO TO 1100-LOAD-ONE-CARD-EXIT
003720     END-READ.
003730     ADD 1 TO CARDS-READ-COUNT.
003740*
003750     IF TRAN-COUNT NOT < TRAN-MAX
003760         ADD 1 TO CARDS-OVER-COUNT
003770         GO TO 1100-LOAD-ONE-CARD-EXIT
003780     END-IF.
003790*
003800     ADD 1 TO TRAN-COUNT.
003810     MOVE DTR-ACTION        TO TRAN-ACTION-TABLE(TRAN-COUNT).
003820     MOVE DTR-RUN-DATE      TO TRAN-RUN-DATE-TABLE(TRAN-COUNT).
003830     MOVE DTR-RECORD-NUMBER TO TRAN-RECNO-TABLE(TRAN-COUNT).
003840     MOVE DTR-DISP-CODE     TO TRAN-DISP-CODE-TABLE(TRAN-COUNT).
003850     MOVE DTR-ENTERED-BY    TO TRAN-BY-TABLE(TRAN-COUNT).
003860     MOVE DTR-NOTE          TO TRAN-NOTE-TABLE(TRAN-COUNT).
003870     MOVE SPACES            TO TRAN-RESULT-TABLE(TRAN-COUNT).
003880     MOVE SPACES            TO TRAN-WHY-TABLE(TRAN-COUNT).
003890     MOVE SPACES            TO TRAN-LOC-TABLE(TRAN-COUNT).
003900     MOVE SPACES            TO TRAN-SHIFT-TABLE(TRAN-COUNT).
003910     MOVE SPACES            TO TRAN-REASON-TABLE(TRAN-COUNT).
003920*
003930     PERFORM 1200-EDIT-CARD
003940         THRU 1200-EDIT-CARD-EXIT.
003950*
003960 1100-LOAD-ONE-CARD-EXIT.
003970     EXIT.
003980*
003990*----------------------------------------------------------------
004000* 1200-EDIT-CARD - A CARD THAT FAILS ITS EDIT IS REJECTED HERE
004010*     AND NEVER TOUCHES THE EXCEPTIONS FILE
004020*----------------------------------------------------------------
004030 1200-EDIT-CARD.
004040*
004050     IF NOT DTR-WRITE-OFF AND NOT DTR-REVERSE
004060         MOVE "ACTION NOT W OR R"
004070             TO TRAN-WHY-TABLE(TRAN-COUNT)
004080         GO TO 1200-EDIT-CARD-REJECT
004090     END-IF.
004100     IF DTR-RUN-DATE NOT NUMERIC
004110         OR DTR-RUN-DATE = ZERO
004120         MOVE "RUN DATE NOT VALID"
004130             TO TRAN-WHY-TABLE(TRAN-COUNT)
004140         GO TO 1200-EDIT-CARD-REJECT
004150     END-IF.
004160     IF DTR-RECORD-NUMBER NOT NUMERIC
004170         OR DTR-RECORD-NUMBER = ZERO
004180         MOVE "RECORD NUMBER NOT VALID"
004190             TO TRAN-WHY-TABLE(TRAN-COUNT)
004200         GO TO 1200-EDIT-CARD-REJECT
004210     END-IF.
004220     IF DTR-REVERSE
004230         GO TO 1200-EDIT-CARD-EXIT
004240     END-IF.
004250     IF NOT DTR-DISP-CODE-VALID
004260         MOVE "DISPOSITION CODE NOT VALID"
004270             TO TRAN-WHY-TABLE(TRAN-COUNT)
004280         GO TO 1200-EDIT-CARD-REJECT
004290     END-IF.
004300     IF DTR-NOTE = SPACES
004310         MOVE "NOTE REQUIRED FOR WRITE-OFF"
004320             TO TRAN-WHY-TABLE(TRAN-COUNT)
004330         GO TO 1200-EDIT-CARD-REJECT
004340     END-IF.
004350     GO TO 1200-EDIT-CARD-EXIT.
004360*
004370 1200-EDIT-CARD-REJECT.
004380     MOVE "R" TO TRAN-RESULT-TABLE(TRAN-COUNT).
004390*
004400 1200-EDIT-CARD-EXIT.
004410     EXIT.
004420*
004430*----------------------------------------------------------------
004440* 2000-APPLY-DISPOSITIONS - COPY THE EXCEPTIONS FILE THROUGH THE
004450*     TEMP FILE AND BACK, APPLYING EACH MATCHING CARD ON THE WAY
004460*     BACK AND KEEPING EVERY APPLIED CARD ON THE HISTORY FILE.
004470*     NOTHING IS CHANGED UNLESS THE HISTORY FILE CAN BE OPENED,
004480*     SO A WRITE-OFF IS NEVER MADE WITHOUT ITS NOTE.
004490*----------------------------------------------------------------
004500 2000-APPLY-DISPOSITIONS.
004510*
004520     OPEN INPUT EXCEPTION-FILE.
004530     IF EXCEPTION-STATUS NOT = "00"
004540         DISPLAY "EXCDISP - EXCEPTION-FILE NOT AVAILABLE, "
004550             "STATUS = " EXCEPTION-STATUS
004560         MOVE "EXCEPTIONS FILE NOT AVAILABLE" TO UNMATCHED-REASON
004570         MOVE 16 TO RETURN-CODE
004580         GO TO 2000-REJECT-UNMATCHED
004590     END-IF.
004600*
004610     OPEN EXTEND DISPOSITION-HISTORY-FILE.
004620     IF DISPOSITION-HISTORY-STATUS NOT = "00"
004630         OPEN OUTPUT DISPOSITION-HISTORY-FILE
004640     END-IF.
004650     IF DISPOSITION-HISTORY-STATUS NOT = "00"
004660         DISPLAY "EXCDISP - DISPOSITION-HISTORY-FILE NOT "
004670             "AVAILABLE, STATUS = " DISPOSITION-HISTORY-STATUS
004680         MOVE "HISTORY FILE NOT AVAILABLE" TO UNMATCHED-REASON
004690         MOVE 16 TO RETURN-CODE
004700         CLOSE EXCEPTION-FILE
004710         GO TO 2000-REJECT-UNMATCHED
004720     END-IF.
004730*
004740     OPEN OUTPUT EXCEPTION-TEMP-FILE.
004750     SET MORE-EXCEPTIONS TO TRUE.
004760     PERFORM 2100-COPY-EXCP-TO-TEMP
004770         THRU 2100-COPY-EXCP-TO-TEMP-EXIT
004780         UNTIL END-OF-EXCEPTIONS.
004790     CLOSE EXCEPTION-FILE.
004800     CLOSE EXCEPTION-TEMP-FILE.
004810*
004820     OPEN INPUT EXCEPTION-TEMP-FILE.
004830     OPEN OUTPUT EXCEPTION-FILE.
004840     SET MORE-EXCEPTIONS TO TRUE.
004850     PERFORM 2200-RESTORE-EXCP-DISPOSED
004860         THRU 2200-RESTORE-EXCP-DISPOSED-EXIT
004870         UNTIL END-OF-EXCEPTIONS.
004880     CLOSE EXCEPTION-TEMP-FILE.
004890     CLOSE EXCEPTION-FILE.
004900     CLOSE DISPOSITION-HISTORY-FILE.
004910*
004920 2000-REJECT-UNMATCHED.
004930     PERFORM 2900-REJECT-ONE-UNMATCHED
004940         THRU 2900-REJECT-ONE-UNMATCHED-EXIT
004950         VARYING TRAN-IX FROM 1 BY 1
004960         UNTIL TRAN-IX > TRAN-COUNT.
004970*
004980 2000-APPLY-DISPOSITIONS-EXIT.
004990     EXIT.
005000*
005010 2100-COPY-EXCP-TO-TEMP.
005020*
005030     READ EXCEPTION-FILE
005040         AT END
005050             SET END-OF-EXCEPTIONS TO TRUE
005060         NOT AT END
005070             WRITE EXCEPTION-TEMP-RECORD FROM EXCEPTION-RECORD
005080     END-READ.
005090*
005100 2100-COPY-EXCP-TO-TEMP-EXIT.
005110     EXIT.
005120*
005130 2200-RESTORE-EXCP-DISPOSED.
005140*
005150     READ EXCEPTION-TEMP-FILE
005160         AT END
005170             SET END-OF-EXCEPTIONS TO TRUE
005180             GO TO 2200-RESTORE-EXCP-DISPOSED-EXIT
005190     END-READ.
005200*
005210     MOVE EXCEPTION-TEMP-RECORD TO EXCEPTION-RECORD.
005220     PERFORM 2210-APPLY-ONE-CARD
005230         THRU 2210-APPLY-ONE-CARD-EXIT
005240         VARYING TRAN-IX FROM 1 BY 1
005250         UNTIL TRAN-IX > TRAN-COUNT.
005260     WRITE EXCEPTION-RECORD.
005270*
005280 2200-RESTORE-EXCP-DISPOSED-EXIT.
005290     EXIT.
005300*
005310*----------------------------------------------------------------
005320* 2210-APPLY-ONE-CARD - CARDS ARE TRIED IN CARD ORDER, SO A
005330*     WRITE-OFF FOLLOWED BY ITS REVERSAL IN THE SAME DECK BOTH
005340*     APPLY AND LEAVE THE EXCEPTION OPEN
005350*----------------------------------------------------------------
005360 2210-APPLY-ONE-CARD.
005370*
005380     IF TRAN-RESULT-TABLE(TRAN-IX) NOT = SPACE
005390         GO TO 2210-APPLY-ONE-CARD-EXIT
005400     END-IF.
005410     IF TRAN-RUN-DATE-TABLE(TRAN-IX) NOT = EXC-RUN-DATE
005420         OR TRAN-RECNO-TABLE(TRAN-IX) NOT = EXC-RECORD-NUMBER
005430         GO TO 2210-APPLY-ONE-CARD-EXIT
005440     END-IF.
005450*
005460     MOVE EXC-LOCATION    TO TRAN-LOC-TABLE(TRAN-IX).
005470     MOVE EXC-SHIFT-CODE  TO TRAN-SHIFT-TABLE(TRAN-IX).
005480     MOVE EXC-REASON-CODE TO TRAN-REASON-TABLE(TRAN-IX).
005490*
005500     IF TRAN-ACTION-TABLE(TRAN-IX) = "R"
005510         IF EXC-CLEARED-FLAG NOT = "W"
005520             MOVE "EXCEPTION IS NOT WRITTEN OFF"
005530                 TO TRAN-WHY-TABLE(TRAN-IX)
005540             GO TO 2210-APPLY-ONE-CARD-EXIT
005550         END-IF
005560         MOVE "N" TO EXC-CLEARED-FLAG
005570         ADD 1 TO REVERSAL-APPLIED-COUNT
005580     ELSE
005590         IF EXC-CLEARED-FLAG = "Y"
005600             MOVE "ALREADY CLEARED BY CORRECTION"
005610                 TO TRAN-WHY-TABLE(TRAN-IX)
005620             GO TO 2210-APPLY-ONE-CARD-EXIT
005630         END-IF
005640         IF EXC-CLEARED-FLAG = "W"
005650             MOVE "ALREADY WRITTEN OFF"
005660                 TO TRAN-WHY-TABLE(TRAN-IX)
005670             GO TO 2210-APPLY-ONE-CARD-EXIT
005680         END-IF
005690         MOVE "W" TO EXC-CLEARED-FLAG
005700         ADD 1 TO WRITE-OFF-APPLIED-COUNT
005710     END-IF.
005720*
005730     MOVE "A"    TO TRAN-RESULT-TABLE(TRAN-IX).
005740     MOVE SPACES TO TRAN-WHY-TABLE(TRAN-IX).
005750*
005760     MOVE RUN-DATE-N                 TO DHS-APPLIED-DATE.
005770     MOVE TRAN-ACTION-TABLE(TRAN-IX) TO DHS-ACTION.
005780     MOVE EXC-RUN-DATE               TO DHS-RUN-DATE.
005790     MOVE EXC-RECORD-NUMBER          TO DHS-RECORD-NUMBER.
005800     MOVE EXC-LOCATION               TO DHS-LOCATION.
005810     MOVE EXC-SHIFT-CODE             TO DHS-SHIFT-CODE.
005820     MOVE EXC-REASON-CODE            TO DHS-REASON-CODE.
005830     MOVE TRAN-DISP-CODE-TABLE(TRAN-IX) TO DHS-DISP-CODE.
005840     MOVE TRAN-BY-TABLE(TRAN-IX)     TO DHS-ENTERED-BY.
005850     MOVE TRAN-NOTE-TABLE(TRAN-IX)   TO DHS-NOTE.
005860     MOVE SPACES                     TO DHS-FILLER.
005870     WRITE DISPOSITION-HISTORY-RECORD.
005880*
005890 2210-APPLY-ONE-CARD-EXIT.
005900     EXIT.
005910*
005920 2900-REJECT-ONE-UNMATCHED.
005930*
005940     IF TRAN-RESULT-TABLE(TRAN-IX) NOT = SPACE
005950         GO TO 2900-REJECT-ONE-UNMATCHED-EXIT
005960     END-IF.
005970     MOVE "R" TO TRAN-RESULT-TABLE(TRAN-IX).
005980     IF TRAN-WHY-TABLE(TRAN-IX) = SPACES
005990         MOVE UNMATCHED-REASON TO TRAN-WHY-TABLE(TRAN-IX)
006000     END-IF.
006010*
006020 2900-REJECT-ONE-UNMATCHED-EXIT.
006030     EXIT.
006040*
006050*----------------------------------------------------------------
006060* 3000-PRINT-LISTING - APPLIED CARDS, THEN REJECTED CARDS, THEN
006070*     THE COUNTS AND THE SUPERVISOR SIGN-OFF LINE.  ANY REJECTED
006080*     CARD SETS RETURN CODE 4.
006090*----------------------------------------------------------------
006100 3000-PRINT-LISTING.
006110*
006120     MOVE "APPLIED DISPOSITIONS" TO DSP-SECTION-TITLE.
006130     MOVE "A" TO DSP-RESULT-WANTED.
006140     PERFORM 3100-PRINT-SECTION
006150         THRU 3100-PRINT-SECTION-EXIT.
006160*
006170     MOVE "REJECTED DISPOSITIONS" TO DSP-SECTION-TITLE.
006180     MOVE "R" TO DSP-RESULT-WANTED.
006190     PERFORM 3100-PRINT-SECTION
006200         THRU 3100-PRINT-SECTION-EXIT.
006210*
006220     MOVE "DISPOSITION CARDS READ:" TO DSP-CNT-LABEL.
006230     MOVE CARDS-READ-COUNT TO DSP-CNT-VALUE.
006240     MOVE DSP-COUNT-LINE TO PRINT-LINE.
006250     WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
006260         AFTER ADVANCING 3 LINES.
006270*
006280     MOVE "WRITE-OFFS APPLIED:" TO DSP-CNT-LABEL.
006290     MOVE WRITE-OFF-APPLIED-COUNT TO DSP-CNT-VALUE.
006300     MOVE DSP-COUNT-LINE TO PRINT-LINE.
006310     WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
006320         AFTER ADVANCING 1 LINE.
006330*
006340     MOVE "REVERSALS APPLIED:" TO DSP-CNT-LABEL.
006350     MOVE REVERSAL-APPLIED-COUNT TO DSP-CNT-VALUE.
006360     MOVE DSP-COUNT-LINE TO PRINT-LINE.
006370     WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
006380         AFTER ADVANCING 1 LINE.
006390*
006400     MOVE "CARDS REJECTED:" TO DSP-CNT-LABEL.
006410     MOVE REJECTED-COUNT TO DSP-CNT-VALUE.
006420     MOVE DSP-COUNT-LINE TO PRINT-LINE.
006430     WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
006440         AFTER ADVANCING 1 LINE.
006450*
006460     IF CARDS-OVER-COUNT > ZERO
006470         MOVE "CARDS NOT PROCESSED (OVER 500):" TO DSP-CNT-LABEL
006480         MOVE CARDS-OVER-COUNT TO DSP-CNT-VALUE
006490         MOVE DSP-COUNT-LINE TO PRINT-LINE
006500         WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
006510             AFTER ADVANCING 1 LINE
006520     END-IF.
006530*
006540     MOVE DSP-SIGN-LINE-1 TO PRINT-LINE.
006550     WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
006560         AFTER ADVANCING 3 LINES.
006570*
006580     IF RETURN-CODE = ZERO
006590         AND (REJECTED-COUNT > ZERO
006600              OR CARDS-OVER-COUNT > ZERO)
006610         MOVE 4 TO RETURN-CODE
006620     END-IF.
006630*
006640 3000-PRINT-LISTING-EXIT.
006650     EXIT.
006660*
006670 3100-PRINT-SECTION.
006680*
006690     MOVE DSP-SECTION-LINE TO PRINT-LINE.
006700     WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
006710         AFTER ADVANCING 3 LINES.
006720     MOVE DSP-COLUMN-HEADING TO PRINT-LINE.
006730     WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
006740         AFTER ADVANCING 2 LINES.
006750*
006760     MOVE ZERO TO DSP-SECTION-COUNT.
006770     PERFORM 3110-PRINT-ONE-CARD
006780         THRU 3110-PRINT-ONE-CARD-EXIT
006790         VARYING TRAN-IX FROM 1 BY 1
006800         UNTIL TRAN-IX > TRAN-COUNT.
006810*
006820     IF DSP-SECTION-COUNT = ZERO
006830         MOVE DSP-NONE-LINE TO PRINT-LINE
006840         WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
006850             AFTER ADVANCING 1 LINE
006860     END-IF.
006870*
006880 3100-PRINT-SECTION-EXIT.
006890     EXIT.
006900*
006910 3110-PRINT-ONE-CARD.
006920*
006930     IF TRAN-RESULT-TABLE(TRAN-IX) NOT = DSP-RESULT-WANTED
006940         GO TO 3110-PRINT-ONE-CARD-EXIT
006950     END-IF.
006960     ADD 1 TO DSP-SECTION-COUNT.
006970     IF DSP-RESULT-WANTED = "R"
006980         ADD 1 TO REJECTED-COUNT
006990     END-IF.
007000*
007010     EVALUATE TRAN-ACTION-TABLE(TRAN-IX)
007020         WHEN "W"
007030             MOVE "WRITE-OFF" TO DSP-DTL-ACTION
007040         WHEN "R"
007050             MOVE "REVERSE"   TO DSP-DTL-ACTION
007060         WHEN OTHER
007070             MOVE TRAN-ACTION-TABLE(TRAN-IX) TO DSP-DTL-ACTION
007080     END-EVALUATE.
007090*
007100     IF TRAN-RUN-DATE-TABLE(TRAN-IX) NUMERIC
007110         MOVE TRAN-RUN-DATE-TABLE(TRAN-IX) TO DATE-SPLIT-WORK
007120         MOVE DATE-SPLIT-MM   TO DSP-DTL-MM
007130         MOVE DATE-SPLIT-DD   TO DSP-DTL-DD
007140         MOVE DATE-SPLIT-YYYY TO DSP-DTL-YYYY
007150     ELSE
007160         MOVE ZERO TO DSP-DTL-MM DSP-DTL-DD DSP-DTL-YYYY
007170     END-IF.
007180     IF TRAN-RECNO-TABLE(TRAN-IX) NUMERIC
007190         MOVE TRAN-RECNO-TABLE(TRAN-IX) TO DSP-DTL-RECNO
007200     ELSE
007210         MOVE ZERO TO DSP-DTL-RECNO
007220     END-IF.
007230     MOVE TRAN-LOC-TABLE(TRAN-IX)       TO DSP-DTL-LOCATION.
007240     MOVE TRAN-SHIFT-TABLE(TRAN-IX)     TO DSP-DTL-SHIFT.
007250     MOVE TRAN-REASON-TABLE(TRAN-IX)    TO DSP-DTL-REASON.
007260     MOVE TRAN-DISP-CODE-TABLE(TRAN-IX) TO DSP-DTL-DISP.
007270     MOVE TRAN-BY-TABLE(TRAN-IX)        TO DSP-DTL-BY.
007280     MOVE DSP-DETAIL-LINE TO PRINT-LINE.
007290     WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
007300         AFTER ADVANCING 1 LINE.
007310*
007320     IF TRAN-NOTE-TABLE(TRAN-IX) NOT = SPACES
007330         MOVE TRAN-NOTE-TABLE(TRAN-IX) TO DSP-NOTE-TEXT
007340         MOVE DSP-NOTE-LINE TO PRINT-LINE
007350         WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
007360             AFTER ADVANCING 1 LINE
007370     END-IF.
007380     IF DSP-RESULT-WANTED = "R"
007390         MOVE TRAN-WHY-TABLE(TRAN-IX) TO DSP-REJECT-WHY
007400         MOVE DSP-REJECT-LINE TO PRINT-LINE
007410         WRITE DISPOSITION-REPORT-RECORD FROM PRINT-LINE
007420             AFTER ADVANCING 1 LINE
007430     END-IF.
007440*
007450 3110-PRINT-ONE-CARD-EXIT.
007460     EXIT.
007470*
007480*----------------------------------------------------------------
007490* 9999-TERMINATE - CLOSE FILES BEFORE STOP RUN
007500*----------------------------------------------------------------
007510 9999-TERMINATE.
007520*
007530     CLOSE DISPOSITION-REPORT-FILE.
007540*
007550 9999-TERMINATE-EXIT.
007560     EXIT.
