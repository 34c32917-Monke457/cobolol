000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALINTK.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. NIGHTLY INTAKE OF THE CORPORATE *
000120*                 CALENDAR'S VISITOR INVITATIONS (CALINVIT). EACH  *
000130*                 INVITATION DATED FROM THE NEXT DAY THROUGH FIVE  *
000140*                 BUSINESS DAYS AHEAD IS CHECKED: THE HOST MUST BE *
000150*                 AN ACTIVE EMPLOYEE ON EMPMAST, AND THE GUEST IS  *
000160*                 SCREENED AGAINST DENYLIST ENTRIES IN EFFECT ON   *
000170*                 THE VISIT DATE, UNDER THE NAME GIVEN AND UNDER   *
000180*                 ANY VISITALS SPELLING OF THE SAME VISITOR.       *
000190*                 ACCEPTED GUESTS GO TO THE EXPECTED FILE WITH THE *
000200*                 HOST'S ID AND NAME. SCREENING HITS AND UNKNOWN   *
000210*                 OR TERMINATED HOSTS PRINT ON THE PREREVW REPORT  *
000220*                 FOR SECURITY, AND CALRESP TELLS THE CALENDAR     *
000230*                 SYSTEM WHICH INVITATIONS WERE ACCEPTED, HELD OR  *
000240*                 REJECTED.                                        *
000241* 10/15/26   JRM  WRITE THE EXPECTN GENERATION INSTEAD OF          *
000242*                 OVERWRITING EXPECTED IN PLACE. THE CURRENT FILE  *
000243*                 IS CARRIED OVER: RECORDS KEYED BY HAND (NO HOST  *
000244*                 ID) AND RECORDS FOR THE BUSINESS DAY OR EARLIER  *
000245*                 ARE KEPT, AND ONLY CALENDAR RECORDS FOR LATER    *
000246*                 DAYS ARE REPLACED BY TONIGHT'S INVITATIONS.      *
000247*                 EXPECTN IS PROMOTED TO EXPECTED BY THE JOB STEP  *
000248*                 THAT FOLLOWS, SO AN ABEND NEVER LEAVES A         *
000249*                 HALF-WRITTEN FILE IN PLACE.                      *
000250*------------------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL INVITATION-IN ASSIGN TO "CALINVIT"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000312     SELECT OPTIONAL EXPECTED-IN ASSIGN TO "EXPECTED"
000314         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT EXPECTED-OUT ASSIGN TO "EXPECTN"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT RESPONSE-OUT ASSIGN TO "CALRESP"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT REVIEW-REPORT ASSIGN TO "PREREVW"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT OPTIONAL DENYLIST-FILE ASSIGN TO "DENYLIST"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT VISITOR-ALIAS ASSIGN TO "VISITALS"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS AL-NORM-NAME
000440         FILE STATUS IS WS-AL-STATUS.
000450     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS EP-ID
000490         FILE STATUS IS WS-EP-STATUS.
000500     SELECT DENY-WORK ASSIGN TO "CALDENY"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DW-NAME
000540         FILE STATUS IS WS-DW-STATUS.
000550     SELECT DENY-ID-WORK ASSIGN TO "CALDNID"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DI-VISITOR-ID
000590         FILE STATUS IS WS-DI-STATUS.
000600     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  INVITATION-IN
000660     LABEL RECORDS ARE STANDARD.
000670 01  INVITATION-RECORD.
000680     COPY CALINVIT.
000690
000692 FD  EXPECTED-IN
000694     LABEL RECORDS ARE STANDARD.
000696 01  EXPECTED-IN-RECORD.
000698     COPY EXPECTED.
000699
000700 FD  EXPECTED-OUT
000710     LABEL RECORDS ARE STANDARD.
000720 01  EXPECTED-VISITOR-RECORD.
000730     COPY EXPECTED.
000740
000750 FD  RESPONSE-OUT
000760     LABEL RECORDS ARE STANDARD.
000770 01  RESPONSE-RECORD.
000780     COPY CALRESP.
000790
000800 FD  REVIEW-REPORT
000810     LABEL RECORDS ARE STANDARD.
000820 01  REPORT-LINE PIC X(80).
000830
000840 FD  DENYLIST-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  DENYLIST-RECORD.
000870     COPY DENYLIST.
000880
000890 FD  VISITOR-ALIAS
000900     LABEL RECORDS ARE STANDARD.
000910 01  VISITOR-ALIAS-RECORD.
000920     COPY VISITALS.
000930
000940 FD  EMPLOYEE-MASTER
000950     LABEL RECORDS ARE STANDARD.
000960 01  EMPLOYEE-MASTER-RECORD.
000970     COPY EMPMAST.
000980
000990 FD  DENY-WORK
001000     LABEL RECORDS ARE STANDARD.
001010 01  DENY-WORK-RECORD.
001020     05 DW-NAME PIC X(20).
001030     05 DW-REASON PIC X(30).
001040     05 DW-EFF-DATE PIC 9(06).
001050     05 DW-EXP-DATE PIC 9(06).
001060
001070 FD  DENY-ID-WORK
001080     LABEL RECORDS ARE STANDARD.
001090 01  DENY-ID-WORK-RECORD.
001100     05 DI-VISITOR-ID PIC 9(08).
001110     05 DI-NAME PIC X(20).
001120     05 DI-EFF-DATE PIC 9(06).
001130     05 DI-EXP-DATE PIC 9(06).
001140
001150 FD  BUSINESS-DATE-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  BUSINESS-DATE-RECORD.
001180     COPY BUSDATE.
001190
001200 WORKING-STORAGE SECTION.
001210 01 WS-AL-STATUS PIC X(02) VALUE '00'.
001220 01 WS-EP-STATUS PIC X(02) VALUE '00'.
001230 01 WS-DW-STATUS PIC X(02) VALUE '00'.
001240 01 WS-DI-STATUS PIC X(02) VALUE '00'.
001250 01 WS-CURRENT-DATE PIC 9(06).
001260 01 WS-CLOCK-DATE PIC 9(06).
001270 01 WS-SCREEN-DAYS PIC 9(02) VALUE 05.
001280 01 WS-TODAY-SERIAL PIC S9(07).
001290 01 WS-WINDOW-SERIAL PIC S9(07).
001300 01 WS-VISIT-SERIAL PIC S9(07).
001310 01 WS-WINDOW-END-DATE PIC 9(06).
001320 01 WS-WORK-DATE.
001330     05 WS-WD-YY PIC 9(02).
001340     05 WS-WD-MM PIC 9(02).
001350     05 WS-WD-DD PIC 9(02).
001360 01 WS-YEAR-QUOT PIC 9(02).
001370 01 WS-YEAR-REM PIC 9(01).
001380 01 WS-DATE-SERIAL PIC S9(07).
001390 01 WS-WEEK-QUOT PIC 9(07).
001400*------------------------------------------------------------------*
001410* DAY SERIAL 1 IS A SATURDAY, SO SERIAL MOD 7 GIVES 0 = FRIDAY,    *
001420* 1 = SATURDAY, 2 = SUNDAY, ... 6 = THURSDAY.                      *
001430*------------------------------------------------------------------*
001440 01 WS-DOW-REM PIC 9(01).
001450    88 WS-WEEKEND-DAY VALUES 1 2.
001460 01 WS-MONTH-DAYS-DATA.
001470     05 FILLER PIC X(12) VALUE '000031059090'.
001480     05 FILLER PIC X(12) VALUE '120151181212'.
001490     05 FILLER PIC X(12) VALUE '243273304334'.
001500 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001510     05 WS-MONTH-DAYS PIC 9(03) OCCURS 12 TIMES.
001520 01 WS-MONTH-LENGTH-DATA.
001530     05 FILLER PIC X(24) VALUE '312831303130313130313031'.
001540 01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DATA.
001550     05 WS-MONTH-LENGTH PIC 9(02) OCCURS 12 TIMES.
001560 01 WS-LAST-DAY PIC 9(02).
001570 01 WS-UPPER-ALPHABET PIC X(26) VALUE
001580     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001590 01 WS-LOWER-ALPHABET PIC X(26) VALUE
001600     'abcdefghijklmnopqrstuvwxyz'.
001610 01 WS-NORM-NAME PIC X(20).
001620 01 WS-OUTCOME PIC X(01).
001630 01 WS-REASON PIC X(30).
001640 01 WS-ISSUE PIC X(15).
001650 01 WS-ISSUE-DETAIL PIC X(30).
001660 01 WS-INVITES-READ PIC 9(05) VALUE 0.
001670 01 WS-ACCEPTED-COUNT PIC 9(05) VALUE 0.
001680 01 WS-HELD-COUNT PIC 9(05) VALUE 0.
001690 01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.
001700 01 WS-DEFERRED-COUNT PIC 9(05) VALUE 0.
001710 01 WS-DENYLIST-COUNT PIC 9(05) VALUE 0.
001720 01 WS-DENIED-ID-COUNT PIC 9(05) VALUE 0.
001730 01 WS-REVIEW-COUNT PIC 9(05) VALUE 0.
001732 01 WS-CARRIED-COUNT PIC 9(05) VALUE 0.
001734 01 WS-REPLACED-COUNT PIC 9(05) VALUE 0.
001736 01 WS-EXPIRED-COUNT PIC 9(05) VALUE 0.
001740 01 WS-HEADING-LINE-1.
001750     05 FILLER PIC X(80) VALUE
001760         'SECURITY PRE-REVIEW OF CALENDAR INVITATIONS'.
001770 01 WS-WINDOW-LINE.
001780     05 FILLER PIC X(14) VALUE 'BUSINESS DATE '.
001790     05 WS-WL-TODAY PIC 9(06).
001800     05 FILLER PIC X(23) VALUE '   SCREENED THROUGH    '.
001810     05 WS-WL-END PIC 9(06).
001820     05 FILLER PIC X(31) VALUE SPACES.
001830 01 WS-COLUMN-HEADING.
001840     05 FILLER PIC X(07) VALUE 'VISIT'.
001850     05 FILLER PIC X(21) VALUE 'GUEST'.
001860     05 FILLER PIC X(07) VALUE 'HOST'.
001870     05 FILLER PIC X(16) VALUE 'ISSUE'.
001880     05 FILLER PIC X(29) VALUE 'DETAIL'.
001890 01 WS-DETAIL-LINE.
001900     05 WS-DTL-DATE PIC 9(06).
001910     05 FILLER PIC X(01) VALUE SPACES.
001920     05 WS-DTL-NAME PIC X(20).
001930     05 FILLER PIC X(01) VALUE SPACES.
001940     05 WS-DTL-HOST-ID PIC X(06).
001950     05 FILLER PIC X(01) VALUE SPACES.
001960     05 WS-DTL-ISSUE PIC X(15).
001970     05 FILLER PIC X(01) VALUE SPACES.
001980     05 WS-DTL-DETAIL PIC X(29).
001990 01 WS-REF-LINE.
002000     05 FILLER PIC X(07) VALUE SPACES.
002010     05 FILLER PIC X(11) VALUE 'INVITATION '.
002020     05 WS-RL-REF PIC X(12).
002030     05 FILLER PIC X(10) VALUE ' COMPANY: '.
002040     05 WS-RL-COMPANY PIC X(20).
002050     05 FILLER PIC X(09) VALUE SPACES.
002060     05 WS-RL-OUTCOME PIC X(11).
002070 01 WS-TOTAL-LINE.
002080     05 WS-TL-LABEL PIC X(25).
002090     05 WS-TL-COUNT PIC ZZZZ9.
002100     05 FILLER PIC X(50) VALUE SPACES.
002110 01 WS-SWITCHES.
002120     05 WS-EOF-INVITE-SW PIC X(01) VALUE 'N'.
002130        88 WS-EOF-INVITE VALUE 'Y'.
002140     05 WS-EOF-DENYLIST-SW PIC X(01) VALUE 'N'.
002150        88 WS-EOF-DENYLIST VALUE 'Y'.
002160     05 WS-EOF-ALIAS-SW PIC X(01) VALUE 'N'.
002170        88 WS-EOF-ALIAS VALUE 'Y'.
002180     05 WS-AL-OPEN-SW PIC X(01) VALUE 'N'.
002190        88 WS-AL-OPEN VALUE 'Y'.
002200     05 WS-HOST-FOUND-SW PIC X(01) VALUE 'N'.
002210        88 WS-HOST-FOUND VALUE 'Y'.
002220     05 WS-DENY-HIT-SW PIC X(01) VALUE 'N'.
002230        88 WS-DENY-HIT VALUE 'Y'.
002240     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
002250        88 WS-EOF-BUSDATE VALUE 'Y'.
002252     05 WS-EOF-EXPECTED-SW PIC X(01) VALUE 'N'.
002254        88 WS-EOF-EXPECTED VALUE 'Y'.
002260
002270 PROCEDURE DIVISION.
002280 0000-MAIN-PROCEDURE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     PERFORM 3000-PROCESS-INVITATION THRU 3000-EXIT
002310         UNTIL WS-EOF-INVITE.
002312     PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
002314         UNTIL WS-EOF-EXPECTED.
002320     PERFORM 7000-WRITE-REPORT-TOTALS THRU 7000-EXIT.
002330     PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT.
002340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002350     STOP RUN.
002360
002370 1000-INITIALIZE.
002380     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002390     PERFORM 1100-SET-SCREENING-WINDOW THRU 1100-EXIT.
002400     OPEN INPUT EMPLOYEE-MASTER.
002410     IF WS-EP-STATUS NOT = '00'
002420         DISPLAY 'EMPMAST OPEN FAILED, STATUS ' WS-EP-STATUS
002430             ' - HOSTS CANNOT BE VALIDATED'
002440         DISPLAY 'ABENDING - CHECK EMPMAST AND RESUBMIT.'
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     PERFORM 1200-LOAD-DENYLIST THRU 1200-EXIT.
002490     PERFORM 1300-LOAD-DENIED-IDS THRU 1300-EXIT.
002500     OPEN INPUT INVITATION-IN.
002510     OPEN OUTPUT EXPECTED-OUT.
002512     OPEN INPUT EXPECTED-IN.
002520     OPEN OUTPUT RESPONSE-OUT.
002530     OPEN OUTPUT REVIEW-REPORT.
002540     WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
002550     MOVE WS-CURRENT-DATE TO WS-WL-TODAY.
002560     MOVE WS-WINDOW-END-DATE TO WS-WL-END.
002570     WRITE REPORT-LINE FROM WS-WINDOW-LINE.
002580     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
002590 1000-EXIT.
002600     EXIT.
002610
002620*------------------------------------------------------------------*
002630* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
002640* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
002650* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
002660* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
002670*------------------------------------------------------------------*
002680 1050-READ-BUSINESS-DATE.
002690     OPEN INPUT BUSINESS-DATE-FILE.
002700     READ BUSINESS-DATE-FILE
002710         AT END
002720             SET WS-EOF-BUSDATE TO TRUE
002730     END-READ.
002740     CLOSE BUSINESS-DATE-FILE.
002750     IF WS-EOF-BUSDATE
002760         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
002770             ' IS OPEN'
002780         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
002790             ' RESUBMIT.'
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     IF NOT BD-DAY-OPEN
002840         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
002850             ' (STATUS ' BD-STATUS ')'
002860         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900     ACCEPT WS-CLOCK-DATE FROM DATE.
002910     IF BD-BUSINESS-DATE IS NOT NUMERIC
002920         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
002930         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
002940             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
002950         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
003000 1050-EXIT.
003010     EXIT.
003020
003030*------------------------------------------------------------------*
003040* THE WINDOW RUNS FROM THE DAY AFTER THE BUSINESS DATE THROUGH THE *
003050* FIFTH BUSINESS DAY (MONDAY TO FRIDAY) AFTER IT. A WEEKEND VISIT  *
003060* INSIDE THE WINDOW IS SCREENED LIKE ANY OTHER.                    *
003070*------------------------------------------------------------------*
003080 1100-SET-SCREENING-WINDOW.
003090     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
003100     PERFORM 2500-DATE-TO-SERIAL THRU 2500-EXIT.
003110     MOVE WS-DATE-SERIAL TO WS-TODAY-SERIAL.
003120     MOVE WS-DATE-SERIAL TO WS-WINDOW-SERIAL.
003130     PERFORM 1110-ADD-BUSINESS-DAY THRU 1110-EXIT
003140         WS-SCREEN-DAYS TIMES.
003150     MOVE WS-WORK-DATE TO WS-WINDOW-END-DATE.
003160 1100-EXIT.
003170     EXIT.
003180
003190 1110-ADD-BUSINESS-DAY.
003200     PERFORM 1120-ADD-ONE-DAY THRU 1120-EXIT.
003210     PERFORM 1120-ADD-ONE-DAY THRU 1120-EXIT
003220         UNTIL NOT WS-WEEKEND-DAY.
003230 1110-EXIT.
003240     EXIT.
003250
003260*------------------------------------------------------------------*
003270* STEPS WS-WORK-DATE AND WS-WINDOW-SERIAL ON BY ONE CALENDAR DAY   *
003280* AND SETS THE DAY OF THE WEEK FOR THE NEW DAY.                    *
003290*------------------------------------------------------------------*
003300 1120-ADD-ONE-DAY.
003310     ADD 1 TO WS-WINDOW-SERIAL.
003320     DIVIDE WS-WINDOW-SERIAL BY 7
003330         GIVING WS-WEEK-QUOT REMAINDER WS-DOW-REM.
003340     MOVE WS-MONTH-LENGTH (WS-WD-MM) TO WS-LAST-DAY.
003350     DIVIDE WS-WD-YY BY 4
003360         GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM.
003370     IF WS-WD-MM = 02 AND WS-YEAR-REM = 0
003380         MOVE 29 TO WS-LAST-DAY
003390     END-IF.
003400     ADD 1 TO WS-WD-DD.
003410     IF WS-WD-DD > WS-LAST-DAY
003420         MOVE 01 TO WS-WD-DD
003430         ADD 1 TO WS-WD-MM
003440     END-IF.
003450     IF WS-WD-MM > 12
003460         MOVE 01 TO WS-WD-MM
003470         ADD 1 TO WS-WD-YY
003480     END-IF.
003490 1120-EXIT.
003500     EXIT.
003510
003520*------------------------------------------------------------------*
003530* DENYLIST ENTRIES ALREADY LAPSED CANNOT APPLY TO A FUTURE VISIT   *
003540* AND ARE LEFT OUT. THE REST ARE KEPT WITH THEIR DATES SO EACH     *
003550* INVITATION IS SCREENED AGAINST THE BANS IN EFFECT ON ITS DAY.    *
003560* NAMES ARE COMPARED IN UPPER CASE.                                *
003570*------------------------------------------------------------------*
003580 1200-LOAD-DENYLIST.
003590     OPEN OUTPUT DENY-WORK.
003600     OPEN INPUT DENYLIST-FILE.
003610     PERFORM 1210-LOAD-ONE-DENIED THRU 1210-EXIT
003620         UNTIL WS-EOF-DENYLIST.
003630     CLOSE DENYLIST-FILE.
003640     CLOSE DENY-WORK.
003650     OPEN INPUT DENY-WORK.
003660     IF WS-DENYLIST-COUNT = 0
003670         DISPLAY '*** WARNING: DENYLIST IS MISSING OR EMPTY -'
003680             ' INVITATIONS ARE NOT SCREENED ***'
003690     END-IF.
003700 1200-EXIT.
003710     EXIT.
003720
003730 1210-LOAD-ONE-DENIED.
003740     READ DENYLIST-FILE
003750         AT END
003760             SET WS-EOF-DENYLIST TO TRUE
003770             GO TO 1210-EXIT
003780     END-READ.
003790     IF DN-EXP-DATE NOT = 0
003800         AND DN-EXP-DATE NOT > WS-CURRENT-DATE
003810         GO TO 1210-EXIT
003820     END-IF.
003830     ADD 1 TO WS-DENYLIST-COUNT.
003840     MOVE DN-NAME TO DW-NAME.
003850     INSPECT DW-NAME
003860         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
003870     MOVE DN-REASON TO DW-REASON.
003880     MOVE DN-EFF-DATE TO DW-EFF-DATE.
003890     MOVE DN-EXP-DATE TO DW-EXP-DATE.
003900     WRITE DENY-WORK-RECORD
003910         INVALID KEY
003920             SUBTRACT 1 FROM WS-DENYLIST-COUNT
003930     END-WRITE.
003940 1210-EXIT.
003950     EXIT.
003960
003970*------------------------------------------------------------------*
003980* EVERY VISITALS SPELLING THAT IS ITSELF ON THE DENYLIST MARKS ITS *
003990* VISITOR ID AS DENIED, SO A GUEST INVITED UNDER ANOTHER SPELLING  *
004000* OF THE SAME PERSON IS CAUGHT TOO.                                *
004010*------------------------------------------------------------------*
004020 1300-LOAD-DENIED-IDS.
004030     OPEN OUTPUT DENY-ID-WORK.
004040     CLOSE DENY-ID-WORK.
004050     OPEN I-O DENY-ID-WORK.
004060     OPEN INPUT VISITOR-ALIAS.
004070     IF WS-AL-STATUS NOT = '00'
004080         DISPLAY '*** WARNING: VISITALS NOT AVAILABLE (STATUS '
004090             WS-AL-STATUS ') - OTHER SPELLINGS NOT SCREENED ***'
004100         GO TO 1300-EXIT
004110     END-IF.
004120     MOVE 'Y' TO WS-AL-OPEN-SW.
004130     IF WS-DENYLIST-COUNT = 0
004140         GO TO 1300-EXIT
004150     END-IF.
004160     PERFORM 1310-CHECK-ONE-ALIAS THRU 1310-EXIT
004170         UNTIL WS-EOF-ALIAS.
004180 1300-EXIT.
004190     EXIT.
004200
004210 1310-CHECK-ONE-ALIAS.
004220     READ VISITOR-ALIAS NEXT RECORD
004230         AT END
004240             SET WS-EOF-ALIAS TO TRUE
004250             GO TO 1310-EXIT
004260     END-READ.
004270     MOVE AL-NORM-NAME TO DW-NAME.
004280     READ DENY-WORK
004290         INVALID KEY
004300             GO TO 1310-EXIT
004310     END-READ.
004320     MOVE AL-VISITOR-ID TO DI-VISITOR-ID.
004330     MOVE DW-NAME TO DI-NAME.
004340     MOVE DW-EFF-DATE TO DI-EFF-DATE.
004350     MOVE DW-EXP-DATE TO DI-EXP-DATE.
004360     WRITE DENY-ID-WORK-RECORD
004370         INVALID KEY
004380             GO TO 1310-EXIT
004390     END-WRITE.
004400     ADD 1 TO WS-DENIED-ID-COUNT.
004410 1310-EXIT.
004420     EXIT.
004430
004440*------------------------------------------------------------------*
004450* CONVERTS WS-WORK-DATE (YYMMDD) TO A DAY SERIAL IN                *
004460* WS-DATE-SERIAL SO DAYS CAN BE COUNTED ARITHMETICALLY.            *
004470*------------------------------------------------------------------*
004480 2500-DATE-TO-SERIAL.
004490     COMPUTE WS-DATE-SERIAL =
004500         WS-WD-YY * 365
004510         + (WS-WD-YY + 3) / 4
004520         + WS-MONTH-DAYS (WS-WD-MM)
004530         + WS-WD-DD.
004540     DIVIDE WS-WD-YY BY 4
004550         GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM.
004560     IF WS-YEAR-REM = 0 AND WS-WD-MM > 2
004570         ADD 1 TO WS-DATE-SERIAL
004580     END-IF.
004590 2500-EXIT.
004600     EXIT.
004610
004620 3000-PROCESS-INVITATION.
004630     READ INVITATION-IN
004640         AT END
004650             SET WS-EOF-INVITE TO TRUE
004660             GO TO 3000-EXIT
004670     END-READ.
004680     ADD 1 TO WS-INVITES-READ.
004690     MOVE 'A' TO WS-OUTCOME.
004700     MOVE SPACES TO WS-REASON.
004710     PERFORM 3100-CHECK-VISIT-DATE THRU 3100-EXIT.
004720     IF WS-OUTCOME = 'D'
004730         ADD 1 TO WS-DEFERRED-COUNT
004740         GO TO 3000-EXIT
004750     END-IF.
004760     IF WS-OUTCOME = 'A'
004770         PERFORM 3200-CHECK-HOST THRU 3200-EXIT
004780     END-IF.
004790     IF WS-OUTCOME = 'A'
004800         PERFORM 3300-SCREEN-GUEST THRU 3300-EXIT
004810     END-IF.
004820     IF WS-OUTCOME = 'A'
004830         PERFORM 3500-WRITE-EXPECTED THRU 3500-EXIT
004840         ADD 1 TO WS-ACCEPTED-COUNT
004850     END-IF.
004860     IF WS-OUTCOME = 'H'
004870         ADD 1 TO WS-HELD-COUNT
004880     END-IF.
004890     IF WS-OUTCOME = 'R'
004900         ADD 1 TO WS-REJECTED-COUNT
004910     END-IF.
004920     PERFORM 3600-WRITE-RESPONSE THRU 3600-EXIT.
004930 3000-EXIT.
004940     EXIT.
004950
004960*------------------------------------------------------------------*
004970* A MISSING GUEST NAME, A BAD DATE OR A DATE NOT AFTER THE         *
004980* BUSINESS DATE IS REJECTED. A DATE BEYOND THE WINDOW IS SET TO    *
004990* 'D' AND LEFT FOR A LATER NIGHT, WHEN IT COMES INTO THE WINDOW.   *
005000*------------------------------------------------------------------*
005010 3100-CHECK-VISIT-DATE.
005020     IF IV-NAME = SPACES
005030         MOVE 'R' TO WS-OUTCOME
005040         MOVE 'NO GUEST NAME' TO WS-REASON
005050         GO TO 3100-EXIT
005060     END-IF.
005070     IF IV-VISIT-DATE IS NOT NUMERIC
005080         MOVE 'R' TO WS-OUTCOME
005090         MOVE 'VISIT DATE IS NOT VALID' TO WS-REASON
005100         GO TO 3100-EXIT
005110     END-IF.
005120     MOVE IV-VISIT-DATE TO WS-WORK-DATE.
005130     IF WS-WD-MM < 01 OR WS-WD-MM > 12
005140         OR WS-WD-DD < 01 OR WS-WD-DD > 31
005150         MOVE 'R' TO WS-OUTCOME
005160         MOVE 'VISIT DATE IS NOT VALID' TO WS-REASON
005170         GO TO 3100-EXIT
005180     END-IF.
005190     PERFORM 2500-DATE-TO-SERIAL THRU 2500-EXIT.
005200     MOVE WS-DATE-SERIAL TO WS-VISIT-SERIAL.
005210     IF WS-VISIT-SERIAL NOT > WS-TODAY-SERIAL
005220         MOVE 'R' TO WS-OUTCOME
005230         MOVE 'VISIT DATE IS NOT IN THE FUTURE' TO WS-REASON
005240         GO TO 3100-EXIT
005250     END-IF.
005260     IF WS-VISIT-SERIAL > WS-WINDOW-SERIAL
005270         MOVE 'D' TO WS-OUTCOME
005280     END-IF.
005290 3100-EXIT.
005300     EXIT.
005310
005320*------------------------------------------------------------------*
005330* THE HOST MUST BE AN ACTIVE EMPLOYEE. AN UNKNOWN OR TERMINATED    *
005340* HOST REJECTS THE INVITATION AND IS PRINTED FOR SECURITY, SINCE   *
005350* NOBODY ON SITE WILL BE RESPONSIBLE FOR THE GUEST.                *
005360*------------------------------------------------------------------*
005370 3200-CHECK-HOST.
005380     MOVE 'Y' TO WS-HOST-FOUND-SW.
005390     MOVE IV-HOST-ID TO EP-ID.
005400     READ EMPLOYEE-MASTER
005410         INVALID KEY
005420             MOVE 'N' TO WS-HOST-FOUND-SW
005430     END-READ.
005440     IF NOT WS-HOST-FOUND
005450         MOVE 'R' TO WS-OUTCOME
005460         MOVE 'HOST NOT ON EMPLOYEE MASTER' TO WS-REASON
005470         MOVE 'UNKNOWN HOST' TO WS-ISSUE
005480         MOVE SPACES TO WS-ISSUE-DETAIL
005490         PERFORM 3400-WRITE-REVIEW-LINE THRU 3400-EXIT
005500         GO TO 3200-EXIT
005510     END-IF.
005520     IF NOT EP-ACTIVE
005530         MOVE 'R' TO WS-OUTCOME
005540         MOVE 'HOST IS NOT AN ACTIVE EMPLOYEE' TO WS-REASON
005550         MOVE 'HOST TERMINATED' TO WS-ISSUE
005560         MOVE EP-NAME TO WS-ISSUE-DETAIL
005570         PERFORM 3400-WRITE-REVIEW-LINE THRU 3400-EXIT
005580     END-IF.
005590 3200-EXIT.
005600     EXIT.
005610
005620*------------------------------------------------------------------*
005630* A BAN COUNTS WHEN IT IS IN EFFECT ON THE VISIT DATE. THE GUEST'S *
005640* OWN NAME IS TRIED FIRST, THEN THE VISITOR ID ITS VISITALS        *
005650* SPELLING RESOLVES TO. A HIT HOLDS THE INVITATION FOR SECURITY.   *
005660*------------------------------------------------------------------*
005670 3300-SCREEN-GUEST.
005680     MOVE 'N' TO WS-DENY-HIT-SW.
005690     IF WS-DENYLIST-COUNT = 0
005700         GO TO 3300-EXIT
005710     END-IF.
005720     MOVE IV-NAME TO WS-NORM-NAME.
005730     INSPECT WS-NORM-NAME
005740         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
005750     MOVE WS-NORM-NAME TO DW-NAME.
005760     READ DENY-WORK
005770         INVALID KEY
005780             CONTINUE
005790         NOT INVALID KEY
005800             IF DW-EFF-DATE NOT > IV-VISIT-DATE
005810                 AND (DW-EXP-DATE = 0
005820                     OR DW-EXP-DATE NOT < IV-VISIT-DATE)
005830                 MOVE 'Y' TO WS-DENY-HIT-SW
005840             END-IF
005850     END-READ.
005860     IF WS-DENY-HIT
005870         MOVE 'H' TO WS-OUTCOME
005880         MOVE 'HELD FOR SECURITY REVIEW' TO WS-REASON
005890         MOVE 'ON DENYLIST' TO WS-ISSUE
005900         MOVE DW-REASON TO WS-ISSUE-DETAIL
005910         PERFORM 3400-WRITE-REVIEW-LINE THRU 3400-EXIT
005920         GO TO 3300-EXIT
005930     END-IF.
005940     IF NOT WS-AL-OPEN OR WS-DENIED-ID-COUNT = 0
005950         GO TO 3300-EXIT
005960     END-IF.
005970     MOVE WS-NORM-NAME TO AL-NORM-NAME.
005980     READ VISITOR-ALIAS
005990         INVALID KEY
006000             GO TO 3300-EXIT
006010     END-READ.
006020     MOVE AL-VISITOR-ID TO DI-VISITOR-ID.
006030     READ DENY-ID-WORK
006040         INVALID KEY
006050             GO TO 3300-EXIT
006060     END-READ.
006070     IF DI-EFF-DATE > IV-VISIT-DATE
006080         GO TO 3300-EXIT
006090     END-IF.
006100     IF DI-EXP-DATE NOT = 0
006110         AND DI-EXP-DATE < IV-VISIT-DATE
006120         GO TO 3300-EXIT
006130     END-IF.
006140     MOVE 'H' TO WS-OUTCOME.
006150     MOVE 'HELD FOR SECURITY REVIEW' TO WS-REASON.
006160     MOVE 'ALIAS OF BANNED' TO WS-ISSUE.
006170     MOVE DI-NAME TO WS-ISSUE-DETAIL.
006180     PERFORM 3400-WRITE-REVIEW-LINE THRU 3400-EXIT.
006190 3300-EXIT.
006200     EXIT.
006210
006220 3400-WRITE-REVIEW-LINE.
006230     MOVE IV-VISIT-DATE TO WS-DTL-DATE.
006240     MOVE IV-NAME TO WS-DTL-NAME.
006250     MOVE IV-HOST-ID TO WS-DTL-HOST-ID.
006260     MOVE WS-ISSUE TO WS-DTL-ISSUE.
006270     MOVE WS-ISSUE-DETAIL TO WS-DTL-DETAIL.
006280     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
006290     MOVE IV-INVITE-REF TO WS-RL-REF.
006300     MOVE IV-COMPANY TO WS-RL-COMPANY.
006310     IF WS-OUTCOME = 'H'
006320         MOVE 'HELD' TO WS-RL-OUTCOME
006330     ELSE
006340         MOVE 'REJECTED' TO WS-RL-OUTCOME
006350     END-IF.
006360     WRITE REPORT-LINE FROM WS-REF-LINE.
006370     ADD 1 TO WS-REVIEW-COUNT.
006380 3400-EXIT.
006390     EXIT.
006400
006410 3500-WRITE-EXPECTED.
006420     MOVE SPACES TO EXPECTED-VISITOR-RECORD.
006430     MOVE IV-NAME TO EV-NAME OF EXPECTED-VISITOR-RECORD.
006440     MOVE IV-COMPANY TO EV-COMPANY OF EXPECTED-VISITOR-RECORD.
006450     MOVE EP-NAME TO EV-HOST OF EXPECTED-VISITOR-RECORD.
006460     MOVE IV-VISIT-DATE
006462         TO EV-EXPECT-DATE OF EXPECTED-VISITOR-RECORD.
006470     MOVE IV-HOST-ID TO EV-HOST-ID OF EXPECTED-VISITOR-RECORD.
006480     WRITE EXPECTED-VISITOR-RECORD.
006490 3500-EXIT.
006500     EXIT.
006510
006520 3600-WRITE-RESPONSE.
006530     MOVE SPACES TO RESPONSE-RECORD.
006540     MOVE IV-INVITE-REF TO CR-INVITE-REF.
006550     MOVE IV-NAME TO CR-NAME.
006560     MOVE IV-VISIT-DATE TO CR-VISIT-DATE.
006570     MOVE WS-OUTCOME TO CR-OUTCOME.
006580     MOVE WS-REASON TO CR-REASON.
006590     WRITE RESPONSE-RECORD.
006600 3600-EXIT.
006610     EXIT.
006620
006621*------------------------------------------------------------------*
006622* EVERY RECORD ON THE CURRENT EXPECTED FILE IS CARRIED OVER TO     *
006623* EXPECTN EXCEPT A CALENDAR RECORD (ONE WITH A HOST ID) FOR A DAY  *
006624* AFTER THE BUSINESS DATE, WHICH TONIGHT'S INVITATIONS REPLACE,    *
006625* AND A CALENDAR RECORD FOR A DAY BEFORE IT, WHICH NOTHING READS   *
006626* AGAIN. RECORDS KEYED BY HAND, UNDATED RECORDS AND THE BUSINESS   *
006627* DAY'S OWN RECORDS, WHICH KPIDAY STILL NEEDS FOR ITS NO-SHOW      *
006628* COUNT, ARE NEVER DROPPED. WHEN NO INVITATIONS CAME IN AT ALL THE *
006629* FUTURE CALENDAR RECORDS ARE KEPT TOO, SO A MISSING CALINVIT DOES *
006630* NOT EMPTY THE DAYS AHEAD.                                        *
006631*------------------------------------------------------------------*
006632 4000-CARRY-FORWARD.
006633     READ EXPECTED-IN
006634         AT END
006635             SET WS-EOF-EXPECTED TO TRUE
006636             GO TO 4000-EXIT
006637     END-READ.
006638     IF EV-HOST-ID OF EXPECTED-IN-RECORD NOT = SPACES
006639         AND EV-EXPECT-DATE OF EXPECTED-IN-RECORD IS NUMERIC
006640         AND EV-EXPECT-DATE OF EXPECTED-IN-RECORD
006641             > WS-CURRENT-DATE
006642         AND WS-INVITES-READ > 0
006643         ADD 1 TO WS-REPLACED-COUNT
006644         GO TO 4000-EXIT
006645     END-IF.
006646     IF EV-HOST-ID OF EXPECTED-IN-RECORD NOT = SPACES
006647         AND EV-EXPECT-DATE OF EXPECTED-IN-RECORD IS NUMERIC
006648         AND EV-EXPECT-DATE OF EXPECTED-IN-RECORD NOT = 0
006649         AND EV-EXPECT-DATE OF EXPECTED-IN-RECORD
006650             < WS-CURRENT-DATE
006651         ADD 1 TO WS-EXPIRED-COUNT
006652         GO TO 4000-EXIT
006653     END-IF.
006654     WRITE EXPECTED-VISITOR-RECORD FROM EXPECTED-IN-RECORD.
006655     ADD 1 TO WS-CARRIED-COUNT.
006656 4000-EXIT.
006657     EXIT.
006658
006659 7000-WRITE-REPORT-TOTALS.
006660     MOVE 'INVITATIONS READ' TO WS-TL-LABEL.
006661     MOVE WS-INVITES-READ TO WS-TL-COUNT.
006662     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006670     MOVE 'ACCEPTED' TO WS-TL-LABEL.
006680     MOVE WS-ACCEPTED-COUNT TO WS-TL-COUNT.
006690     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006700     MOVE 'HELD FOR SECURITY' TO WS-TL-LABEL.
006710     MOVE WS-HELD-COUNT TO WS-TL-COUNT.
006720     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006730     MOVE 'REJECTED' TO WS-TL-LABEL.
006740     MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
006750     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006760     MOVE 'BEYOND SCREENING WINDOW' TO WS-TL-LABEL.
006770     MOVE WS-DEFERRED-COUNT TO WS-TL-COUNT.
006780     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006790 7000-EXIT.
006800     EXIT.
006810
006820 8000-PRINT-TRAILER.
006830     DISPLAY '-------------------------------------------'.
006840     DISPLAY 'Invitations read . . . . . : ' WS-INVITES-READ.
006850     DISPLAY 'Accepted to EXPECTN  . . . : ' WS-ACCEPTED-COUNT.
006852     DISPLAY 'Carried over from EXPECTED : ' WS-CARRIED-COUNT.
006854     DISPLAY 'Calendar records replaced  : ' WS-REPLACED-COUNT.
006856     DISPLAY 'Calendar records expired . : ' WS-EXPIRED-COUNT.
006860     DISPLAY 'Held for security review . : ' WS-HELD-COUNT.
006870     DISPLAY 'Rejected . . . . . . . . . : ' WS-REJECTED-COUNT.
006880     DISPLAY 'Beyond screening window  . : ' WS-DEFERRED-COUNT.
006890     DISPLAY 'Lines on pre-review report : ' WS-REVIEW-COUNT.
006900     DISPLAY 'Screened through . . . . . : ' WS-WINDOW-END-DATE.
006910     DISPLAY '-------------------------------------------'.
006920     IF WS-HELD-COUNT > 0
006930         DISPLAY '*** WARNING: ' WS-HELD-COUNT
006940             ' INVITATION(S) HELD - SEE PREREVW ***'
006950     END-IF.
006960 8000-EXIT.
006970     EXIT.
006980
006990 9000-TERMINATE.
007000     CLOSE INVITATION-IN.
007002     CLOSE EXPECTED-IN.
007010     CLOSE EXPECTED-OUT.
007020     CLOSE RESPONSE-OUT.
007030     CLOSE REVIEW-REPORT.
007040     CLOSE EMPLOYEE-MASTER.
007050     CLOSE DENY-WORK.
007060     CLOSE DENY-ID-WORK.
007070     IF WS-AL-OPEN
007080         CLOSE VISITOR-ALIAS
007090     END-IF.
007100     DISPLAY 'Calendar intake complete.'.
007110 9000-EXIT.
007120     EXIT.
