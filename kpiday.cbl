000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. KPIDAY.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. END-OF-DAY FRONT-OFFICE KPI     *
000120*                 INTERFACE FOR THE FACILITIES BI SYSTEM, RUN      *
000130*                 AFTER CNTLBAL. TALLIES THE DAY'S GREETLOG,       *
000140*                 DEPARTLG, EXPECTED AND BDGEVNT FILES BY DESK,    *
000150*                 PICKS UP CNTLBAL'S VERDICT FROM BALRPT, AND      *
000160*                 POSTS ONE KPIHIST ROW PER DESK PLUS A DAY-TOTAL  *
000170*                 ROW. THE PRIOR HISTORY GENERATION IS COPIED      *
000180*                 FORWARD TO KPIHSTN WITHOUT ANY ROWS ALREADY      *
000190*                 POSTED FOR THE DATE, SO A RERUN REPLACES THEM,   *
000200*                 AND KPIHSTN IS PROMOTED TO KPIHIST BY THE JOB    *
000210*                 STEP THAT FOLLOWS. A KPICTL CONTROL RECORD       *
000220*                 CARRIES THE ROW COUNTS AND AN ARRIVALS HASH      *
000230*                 TOTAL FOR THE BI LOAD TO PROVE THE FILE.         *
000240*------------------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT GREETING-LOG-IN ASSIGN TO "GREETLOG"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT OPTIONAL DEPART-LOG-IN ASSIGN TO "DEPARTLG"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT OPTIONAL EXPECTED-VISITORS ASSIGN TO "EXPECTED"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT OPTIONAL BADGE-EVENTS ASSIGN TO "BDGEVNT"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT OPTIONAL CONTRACTOR-PASSES ASSIGN TO "CONTPASS"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT OPTIONAL BALANCE-REPORT-IN ASSIGN TO "BALRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT OPTIONAL KPI-HISTORY-IN ASSIGN TO "KPIHIST"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT KPI-HISTORY-OUT ASSIGN TO "KPIHSTN"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT KPI-CONTROL-OUT ASSIGN TO "KPICTL"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  GREETING-LOG-IN
000530     LABEL RECORDS ARE STANDARD.
000540 01  GREETING-LOG-RECORD.
000550     COPY GREETLOG.
000560
000570 FD  DEPART-LOG-IN
000580     LABEL RECORDS ARE STANDARD.
000590 01  DEPART-LOG-IN-RECORD.
000600     COPY DEPARTLG.
000610
000620 FD  EXPECTED-VISITORS
000630     LABEL RECORDS ARE STANDARD.
000640 01  EXPECTED-VISITOR-RECORD.
000650     COPY EXPECTED.
000660
000670 FD  BADGE-EVENTS
000680     LABEL RECORDS ARE STANDARD.
000690 01  BADGE-EVENT-RECORD.
000700     COPY BDGEVENT.
000710
000720 FD  CONTRACTOR-PASSES
000730     LABEL RECORDS ARE STANDARD.
000740 01  CONTRACTOR-PASS-RECORD.
000750     COPY CONTPASS.
000760
000770 FD  BALANCE-REPORT-IN
000780     LABEL RECORDS ARE STANDARD.
000790 01  BALANCE-TOTAL-RECORD.
000800     05 BR-LABEL PIC X(34).
000810     05 BR-COUNT PIC ZZZZZZ9.
000820     05 FILLER PIC X(39).
000830 01  BALANCE-ASOF-RECORD.
000840     05 BR-ASOF-LABEL PIC X(20).
000850     05 BR-ASOF-DATE PIC 9(06).
000860     05 FILLER PIC X(54).
000870
000880 FD  KPI-HISTORY-IN
000890     LABEL RECORDS ARE STANDARD.
000900 01  KPI-HISTORY-IN-RECORD.
000910     05 KI-BUSINESS-DATE PIC 9(06).
000920     05 FILLER PIC X(04).
000930     05 KI-ARRIVALS PIC 9(05).
000940     05 FILLER PIC X(105).
000950
000960 FD  KPI-HISTORY-OUT
000970     LABEL RECORDS ARE STANDARD.
000980 01  KPI-HISTORY-OUT-RECORD PIC X(120).
000990
001000 FD  KPI-CONTROL-OUT
001010     LABEL RECORDS ARE STANDARD.
001020 01  KPI-CONTROL-OUT-RECORD PIC X(80).
001030
001040 FD  BUSINESS-DATE-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  BUSINESS-DATE-RECORD.
001070     COPY BUSDATE.
001080
001090 WORKING-STORAGE SECTION.
001100 01 WS-KPI-ROW.
001110     COPY KPIHIST.
001120 01 WS-KPI-CONTROL.
001130     COPY KPICTL.
001140 01 WS-CURRENT-DATE PIC 9(06).
001150 01 WS-CLOCK-DATE PIC 9(06).
001160 01 WS-CLOCK-TIME.
001170     05 WS-CT-HHMMSS PIC 9(06).
001180     05 WS-CT-HUNDREDTHS PIC 9(02).
001190 01 WS-FALLBACK-BADGE-BASE PIC 9(06) VALUE 900000.
001200 01 WS-BALANCE-RESULT PIC X(01) VALUE 'U'.
001210 01 WS-BAL-OUT-COUNT PIC 9(07) VALUE 0.
001220 01 WS-BAL-ASOF-DATE PIC 9(06) VALUE 0.
001230 01 WS-LOG-READ PIC 9(05) VALUE 0.
001240 01 WS-DEP-READ PIC 9(05) VALUE 0.
001250 01 WS-DEP-UNMATCHED PIC 9(05) VALUE 0.
001260 01 WS-HIST-READ PIC 9(07) VALUE 0.
001270 01 WS-HIST-KEPT PIC 9(07) VALUE 0.
001280 01 WS-HIST-REPLACED PIC 9(05) VALUE 0.
001290 01 WS-DAY-ROWS PIC 9(05) VALUE 0.
001300 01 WS-HISTORY-ROWS PIC 9(07) VALUE 0.
001310 01 WS-ARRIVALS-HASH PIC 9(09) VALUE 0.
001320 01 WS-ARRIVAL-OVERFLOW PIC 9(05) VALUE 0.
001330 01 WS-EXPECTED-OVERFLOW PIC 9(05) VALUE 0.
001340 01 WS-NEW-PARTY-SW PIC X(01) VALUE 'N'.
001350    88 WS-NEW-PARTY VALUE 'Y'.
001360*------------------------------------------------------------------*
001370* ONE ENTRY PER DESK SEEN ON THE DAY'S GREETING LOG, IN THE ORDER  *
001380* THE DESK FILES WERE CONCATENATED. THE DAY TOTALS ARE KEPT        *
001390* ALONGSIDE IN THE SAME SHAPE.                                     *
001400*------------------------------------------------------------------*
001410 01 WS-DESK-COUNT PIC 9(03) VALUE 0.
001420 01 WS-DESK-CEILING PIC 9(03) VALUE 050.
001430 01 WS-DESK-TABLE.
001440     05 WS-DSK-ENTRY OCCURS 50 TIMES
001450        INDEXED BY WS-DSK-IDX.
001460        10 WS-DSK-ID PIC X(02).
001470        10 WS-DSK-PREV-GROUP PIC 9(04).
001480        10 WS-DSK-ARRIVALS PIC 9(05).
001490        10 WS-DSK-DENIALS PIC 9(05).
001500        10 WS-DSK-DUPLICATES PIC 9(05).
001510        10 WS-DSK-PARTIES PIC 9(05).
001520        10 WS-DSK-PREREG PIC 9(05).
001530        10 WS-DSK-WALKINS PIC 9(05).
001540        10 WS-DSK-VISITS PIC 9(05).
001550        10 WS-DSK-VISIT-MINS PIC 9(09).
001560        10 WS-DSK-MAX-MINS PIC 9(05).
001570        10 WS-DSK-ISSUED PIC 9(05).
001580        10 WS-DSK-RETURNED PIC 9(05).
001590        10 WS-DSK-FALLBACK PIC 9(05).
001600        10 WS-DSK-BAD-HOST PIC 9(05).
001610 01 WS-DAY-TOTALS.
001620     05 WS-TOT-ARRIVALS PIC 9(05) VALUE 0.
001630     05 WS-TOT-DENIALS PIC 9(05) VALUE 0.
001640     05 WS-TOT-DUPLICATES PIC 9(05) VALUE 0.
001650     05 WS-TOT-PARTIES PIC 9(05) VALUE 0.
001660     05 WS-TOT-PREREG PIC 9(05) VALUE 0.
001670     05 WS-TOT-WALKINS PIC 9(05) VALUE 0.
001680     05 WS-TOT-NO-SHOWS PIC 9(05) VALUE 0.
001690     05 WS-TOT-VISITS PIC 9(05) VALUE 0.
001700     05 WS-TOT-VISIT-MINS PIC 9(09) VALUE 0.
001710     05 WS-TOT-MAX-MINS PIC 9(05) VALUE 0.
001720     05 WS-TOT-ISSUED PIC 9(05) VALUE 0.
001730     05 WS-TOT-RETURNED PIC 9(05) VALUE 0.
001740     05 WS-TOT-LOST PIC 9(05) VALUE 0.
001750     05 WS-TOT-FALLBACK PIC 9(05) VALUE 0.
001760     05 WS-TOT-BAD-HOST PIC 9(05) VALUE 0.
001770*------------------------------------------------------------------*
001780* EVERY BADGED CHECK-IN, SO A DEPARTURE CAN BE CREDITED BACK TO    *
001790* THE DESK THAT ISSUED THE BADGE. A POOL BADGE CAN GO OUT MORE     *
001800* THAN ONCE IN A DAY, SO THE ARRIVAL TIME IS MATCHED AS WELL.      *
001810*------------------------------------------------------------------*
001820 01 WS-ARRIVAL-COUNT PIC 9(05) VALUE 0.
001830 01 WS-ARRIVAL-CEILING PIC 9(05) VALUE 03000.
001840 01 WS-ARRIVAL-TABLE.
001850     05 WS-ARR-ENTRY OCCURS 3000 TIMES
001860        INDEXED BY WS-ARR-IDX.
001870        10 WS-ARR-BADGE-NO PIC 9(06).
001880        10 WS-ARR-TIME PIC X(08).
001890        10 WS-ARR-DESK PIC 9(03).
001900 01 WS-ARR-DESK-FOUND PIC 9(03) VALUE 0.
001910 01 WS-EXPECTED-COUNT PIC 9(05) VALUE 0.
001920 01 WS-EXPECTED-CEILING PIC 9(05) VALUE 01000.
001930 01 WS-EXPECTED-TABLE.
001940     05 WS-EXP-ENTRY OCCURS 1000 TIMES
001950        INDEXED BY WS-EXP-IDX.
001960        10 WS-EXP-NAME PIC X(20).
001970        10 WS-EXP-MATCHED-SW PIC X(01).
001980           88 WS-EXP-MATCHED VALUE 'Y'.
001990 01 WS-PASS-COUNT PIC 9(05) VALUE 0.
002000 01 WS-PASS-CEILING PIC 9(05) VALUE 00500.
002010 01 WS-PASS-TABLE.
002020     05 WS-PAS-ENTRY OCCURS 500 TIMES
002030        INDEXED BY WS-PAS-IDX.
002040        10 WS-PAS-BADGE-NO PIC 9(06).
002050 01 WS-PASS-LOOK-BADGE PIC 9(06).
002060 01 WS-SWITCHES.
002070     05 WS-EOF-LOG-SW PIC X(01) VALUE 'N'.
002080        88 WS-EOF-LOG VALUE 'Y'.
002090     05 WS-EOF-DEPART-SW PIC X(01) VALUE 'N'.
002100        88 WS-EOF-DEPART VALUE 'Y'.
002110     05 WS-EOF-EXPECTED-SW PIC X(01) VALUE 'N'.
002120        88 WS-EOF-EXPECTED VALUE 'Y'.
002130     05 WS-EOF-EVENT-SW PIC X(01) VALUE 'N'.
002140        88 WS-EOF-EVENT VALUE 'Y'.
002150     05 WS-EOF-PASS-SW PIC X(01) VALUE 'N'.
002160        88 WS-EOF-PASS VALUE 'Y'.
002170     05 WS-EOF-BALRPT-SW PIC X(01) VALUE 'N'.
002180        88 WS-EOF-BALRPT VALUE 'Y'.
002190     05 WS-EOF-HISTORY-SW PIC X(01) VALUE 'N'.
002200        88 WS-EOF-HISTORY VALUE 'Y'.
002210     05 WS-PASS-FOUND-SW PIC X(01) VALUE 'N'.
002220        88 WS-PASS-FOUND VALUE 'Y'.
002230     05 WS-BAL-TOTAL-FOUND-SW PIC X(01) VALUE 'N'.
002240        88 WS-BAL-TOTAL-FOUND VALUE 'Y'.
002250     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
002260        88 WS-EOF-BUSDATE VALUE 'Y'.
002270
002280 PROCEDURE DIVISION.
002290 0000-MAIN-PROCEDURE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     PERFORM 2000-TALLY-GREETING-LOG THRU 2000-EXIT
002320         UNTIL WS-EOF-LOG.
002330     PERFORM 3000-TALLY-DEPARTURES THRU 3000-EXIT
002340         UNTIL WS-EOF-DEPART.
002350     PERFORM 3500-TALLY-LOST-BADGES THRU 3500-EXIT
002360         UNTIL WS-EOF-EVENT.
002370     PERFORM 4000-COUNT-NO-SHOWS THRU 4000-EXIT
002380         VARYING WS-EXP-IDX FROM 1 BY 1
002390         UNTIL WS-EXP-IDX > WS-EXPECTED-COUNT.
002400     PERFORM 5000-CARRY-HISTORY THRU 5000-EXIT
002410         UNTIL WS-EOF-HISTORY.
002420     PERFORM 6000-WRITE-DESK-ROW THRU 6000-EXIT
002430         VARYING WS-DSK-IDX FROM 1 BY 1
002440         UNTIL WS-DSK-IDX > WS-DESK-COUNT.
002450     PERFORM 6100-WRITE-TOTAL-ROW THRU 6100-EXIT.
002460     PERFORM 7000-WRITE-CONTROL-RECORD THRU 7000-EXIT.
002470     PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT.
002480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002490     STOP RUN.
002500
002510 1000-INITIALIZE.
002520     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002530     PERFORM 1100-LOAD-PASSES THRU 1100-EXIT.
002540     PERFORM 1200-LOAD-EXPECTED THRU 1200-EXIT.
002550     PERFORM 1300-READ-BALANCE-RESULT THRU 1300-EXIT.
002560     OPEN INPUT GREETING-LOG-IN.
002570     OPEN INPUT DEPART-LOG-IN.
002580     OPEN INPUT BADGE-EVENTS.
002590     OPEN INPUT KPI-HISTORY-IN.
002600     OPEN OUTPUT KPI-HISTORY-OUT.
002610 1000-EXIT.
002620     EXIT.
002630
002640*------------------------------------------------------------------*
002650* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
002660* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
002670* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
002680* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
002690*------------------------------------------------------------------*
002700 1050-READ-BUSINESS-DATE.
002710     OPEN INPUT BUSINESS-DATE-FILE.
002720     READ BUSINESS-DATE-FILE
002730         AT END
002740             SET WS-EOF-BUSDATE TO TRUE
002750     END-READ.
002760     CLOSE BUSINESS-DATE-FILE.
002770     IF WS-EOF-BUSDATE
002780         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
002790             ' IS OPEN'
002800         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
002810             ' RESUBMIT.'
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     IF NOT BD-DAY-OPEN
002860         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
002870             ' (STATUS ' BD-STATUS ')'
002880         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     ACCEPT WS-CLOCK-DATE FROM DATE.
002930     IF BD-BUSINESS-DATE IS NOT NUMERIC
002940         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
002950         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
002960             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
002970         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
003020 1050-EXIT.
003030     EXIT.
003040
003050*------------------------------------------------------------------*
003060* STANDING CONTPASS BADGES ARE NEITHER ISSUED FROM NOR RETURNED TO *
003070* THE DRAWER, SO THEY ARE LEFT OUT OF THE BADGE FIGURES.           *
003080*------------------------------------------------------------------*
003090 1100-LOAD-PASSES.
003100     OPEN INPUT CONTRACTOR-PASSES.
003110     PERFORM 1150-LOAD-ONE-PASS THRU 1150-EXIT
003120         UNTIL WS-EOF-PASS.
003130     CLOSE CONTRACTOR-PASSES.
003140 1100-EXIT.
003150     EXIT.
003160
003170 1150-LOAD-ONE-PASS.
003180     READ CONTRACTOR-PASSES
003190         AT END
003200             SET WS-EOF-PASS TO TRUE
003210             GO TO 1150-EXIT
003220     END-READ.
003230     IF CT-NAME = SPACES
003240         GO TO 1150-EXIT
003250     END-IF.
003260     IF CT-EXPIRY-DATE < WS-CURRENT-DATE
003270         GO TO 1150-EXIT
003280     END-IF.
003290     IF WS-PASS-COUNT NOT < WS-PASS-CEILING
003300         DISPLAY 'CONTPASS EXCEEDS ' WS-PASS-CEILING
003310             ' ENTRIES; REMAINDER IGNORED'
003320         SET WS-EOF-PASS TO TRUE
003330         GO TO 1150-EXIT
003340     END-IF.
003350     ADD 1 TO WS-PASS-COUNT.
003360     SET WS-PAS-IDX TO WS-PASS-COUNT.
003370     MOVE CT-BADGE-NO TO WS-PAS-BADGE-NO (WS-PAS-IDX).
003380 1150-EXIT.
003390     EXIT.
003400
003410*------------------------------------------------------------------*
003420* THE DAY'S REGISTRANTS, LOADED THE WAY HELLO LOADS THEM: RECORDS  *
003430* DATED FOR THE BUSINESS DAY OR UNDATED, ONE ENTRY PER NAME.       *
003440*------------------------------------------------------------------*
003450 1200-LOAD-EXPECTED.
003460     OPEN INPUT EXPECTED-VISITORS.
003470     PERFORM 1250-LOAD-ONE-EXPECTED THRU 1250-EXIT
003480         UNTIL WS-EOF-EXPECTED.
003490     CLOSE EXPECTED-VISITORS.
003500 1200-EXIT.
003510     EXIT.
003520
003530 1250-LOAD-ONE-EXPECTED.
003540     READ EXPECTED-VISITORS
003550         AT END
003560             SET WS-EOF-EXPECTED TO TRUE
003570             GO TO 1250-EXIT
003580     END-READ.
003590     IF EV-NAME = SPACES
003600         GO TO 1250-EXIT
003610     END-IF.
003620     IF EV-EXPECT-DATE IS NUMERIC
003630         AND EV-EXPECT-DATE NOT = 0
003640         AND EV-EXPECT-DATE NOT = WS-CURRENT-DATE
003650         GO TO 1250-EXIT
003660     END-IF.
003670     IF WS-EXPECTED-COUNT > 0
003680         SET WS-EXP-IDX TO 1
003690         SEARCH WS-EXP-ENTRY
003700             AT END
003710                 CONTINUE
003720             WHEN WS-EXP-IDX > WS-EXPECTED-COUNT
003730                 CONTINUE
003740             WHEN WS-EXP-NAME (WS-EXP-IDX) = EV-NAME
003750                 GO TO 1250-EXIT
003760         END-SEARCH
003770     END-IF.
003780     IF WS-EXPECTED-COUNT NOT < WS-EXPECTED-CEILING
003790         IF WS-EXPECTED-OVERFLOW = 0
003800             DISPLAY 'EXPECTED EXCEEDS ' WS-EXPECTED-CEILING
003810                 ' REGISTRANTS FOR THE DAY; REMAINDER NOT'
003820                 ' COUNTED FOR NO-SHOWS'
003830         END-IF
003840         ADD 1 TO WS-EXPECTED-OVERFLOW
003850         GO TO 1250-EXIT
003860     END-IF.
003870     ADD 1 TO WS-EXPECTED-COUNT.
003880     SET WS-EXP-IDX TO WS-EXPECTED-COUNT.
003890     MOVE EV-NAME TO WS-EXP-NAME (WS-EXP-IDX).
003900     MOVE 'N' TO WS-EXP-MATCHED-SW (WS-EXP-IDX).
003910 1250-EXIT.
003920     EXIT.
003930
003940*------------------------------------------------------------------*
003950* CNTLBAL'S VERDICT IS TAKEN FROM THE "CONDITIONS OUT OF BALANCE"  *
003960* TOTAL ON BALRPT. A REPORT THAT IS MISSING, CUT SHORT, OR RUN FOR *
003970* ANOTHER DATE LEAVES THE RESULT UNKNOWN (U) RATHER THAN GUESSED.  *
003980*------------------------------------------------------------------*
003990 1300-READ-BALANCE-RESULT.
004000     OPEN INPUT BALANCE-REPORT-IN.
004010     PERFORM 1350-READ-ONE-BALANCE-LINE THRU 1350-EXIT
004020         UNTIL WS-EOF-BALRPT.
004030     CLOSE BALANCE-REPORT-IN.
004040     IF NOT WS-BAL-TOTAL-FOUND
004050         DISPLAY '*** WARNING: NO BALANCE TOTAL ON BALRPT -'
004060             ' BALANCE RESULT POSTED AS UNKNOWN ***'
004070         GO TO 1300-EXIT
004080     END-IF.
004090     IF WS-BAL-ASOF-DATE NOT = WS-CURRENT-DATE
004100         DISPLAY '*** WARNING: BALRPT IS FOR ' WS-BAL-ASOF-DATE
004110             ', NOT ' WS-CURRENT-DATE ' - BALANCE RESULT POSTED'
004120             ' AS UNKNOWN ***'
004130         GO TO 1300-EXIT
004140     END-IF.
004150     IF WS-BAL-OUT-COUNT = 0
004160         MOVE 'B' TO WS-BALANCE-RESULT
004170     ELSE
004180         MOVE 'O' TO WS-BALANCE-RESULT
004190     END-IF.
004200 1300-EXIT.
004210     EXIT.
004220
004230 1350-READ-ONE-BALANCE-LINE.
004240     READ BALANCE-REPORT-IN
004250         AT END
004260             SET WS-EOF-BALRPT TO TRUE
004270             GO TO 1350-EXIT
004280     END-READ.
004290     IF BR-ASOF-LABEL = 'RUN DATE YYMMDD'
004300         AND BR-ASOF-DATE IS NUMERIC
004310         MOVE BR-ASOF-DATE TO WS-BAL-ASOF-DATE
004320         GO TO 1350-EXIT
004330     END-IF.
004340     IF BR-LABEL = 'CONDITIONS OUT OF BALANCE'
004350         MOVE BR-COUNT TO WS-BAL-OUT-COUNT
004360         MOVE 'Y' TO WS-BAL-TOTAL-FOUND-SW
004370     END-IF.
004380 1350-EXIT.
004390     EXIT.
004400
004410 1400-CHECK-PASS-BADGE.
004420     MOVE 'N' TO WS-PASS-FOUND-SW.
004430     IF WS-PASS-COUNT = 0
004440         GO TO 1400-EXIT
004450     END-IF.
004460     SET WS-PAS-IDX TO 1.
004470     SEARCH WS-PAS-ENTRY
004480         AT END
004490             CONTINUE
004500         WHEN WS-PAS-BADGE-NO (WS-PAS-IDX) = WS-PASS-LOOK-BADGE
004510             AND WS-PAS-IDX NOT > WS-PASS-COUNT
004520             MOVE 'Y' TO WS-PASS-FOUND-SW
004530     END-SEARCH.
004540 1400-EXIT.
004550     EXIT.
004560
004570 2000-TALLY-GREETING-LOG.
004580     READ GREETING-LOG-IN
004590         AT END
004600             SET WS-EOF-LOG TO TRUE
004610             GO TO 2000-EXIT
004620     END-READ.
004630     IF GL-TS-DATE IS NUMERIC
004640         AND GL-TS-DATE NOT = WS-CURRENT-DATE
004650         DISPLAY 'GREETLOG RECORD ' GL-SEQ-NO ' IS DATED '
004660             GL-TS-DATE ', NOT BUSINESS DATE ' WS-CURRENT-DATE
004670         DISPLAY 'ABENDING - GREETLOG BELONGS TO A DIFFERENT DAY.'
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     ADD 1 TO WS-LOG-READ.
004720     PERFORM 2100-FIND-DESK THRU 2100-EXIT.
004730     IF GL-DISP-DUPLICATE
004740         ADD 1 TO WS-DSK-DUPLICATES (WS-DSK-IDX)
004750         ADD 1 TO WS-TOT-DUPLICATES
004760         GO TO 2000-EXIT
004770     END-IF.
004780     IF GL-REG-FLAG = 'P'
004790         PERFORM 2300-MATCH-REGISTRANT THRU 2300-EXIT
004800     END-IF.
004810     IF GL-DISP-DENIED
004820         ADD 1 TO WS-DSK-DENIALS (WS-DSK-IDX)
004830         ADD 1 TO WS-TOT-DENIALS
004840         GO TO 2000-EXIT
004850     END-IF.
004860     IF NOT GL-DISP-BADGED
004870         GO TO 2000-EXIT
004880     END-IF.
004890     ADD 1 TO WS-DSK-ARRIVALS (WS-DSK-IDX).
004900     ADD 1 TO WS-TOT-ARRIVALS.
004910     IF GL-DISP-BAD-HOST
004920         ADD 1 TO WS-DSK-BAD-HOST (WS-DSK-IDX)
004930         ADD 1 TO WS-TOT-BAD-HOST
004940     END-IF.
004950     PERFORM 2200-COUNT-CHECK-IN THRU 2200-EXIT.
004960     PERFORM 2400-COUNT-BADGE-ISSUE THRU 2400-EXIT.
004970     PERFORM 2500-REMEMBER-ARRIVAL THRU 2500-EXIT.
004980 2000-EXIT.
004990     EXIT.
005000
005010 2100-FIND-DESK.
005020     IF WS-DESK-COUNT > 0
005030         SET WS-DSK-IDX TO 1
005040         SEARCH WS-DSK-ENTRY
005050             AT END
005060                 CONTINUE
005070             WHEN WS-DSK-IDX > WS-DESK-COUNT
005080                 CONTINUE
005090             WHEN WS-DSK-ID (WS-DSK-IDX) = GL-DESK-ID
005100                 GO TO 2100-EXIT
005110         END-SEARCH
005120     END-IF.
005130     IF WS-DESK-COUNT NOT < WS-DESK-CEILING
005140         DISPLAY 'GREETLOG CARRIES MORE THAN ' WS-DESK-CEILING
005150             ' DESKS; ABENDING BEFORE ANY REWRITE.'
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF.
005190     ADD 1 TO WS-DESK-COUNT.
005200     SET WS-DSK-IDX TO WS-DESK-COUNT.
005210     MOVE GL-DESK-ID TO WS-DSK-ID (WS-DSK-IDX).
005220     MOVE 0 TO WS-DSK-PREV-GROUP (WS-DSK-IDX).
005230     MOVE 0 TO WS-DSK-ARRIVALS (WS-DSK-IDX).
005240     MOVE 0 TO WS-DSK-DENIALS (WS-DSK-IDX).
005250     MOVE 0 TO WS-DSK-DUPLICATES (WS-DSK-IDX).
005260     MOVE 0 TO WS-DSK-PARTIES (WS-DSK-IDX).
005270     MOVE 0 TO WS-DSK-PREREG (WS-DSK-IDX).
005280     MOVE 0 TO WS-DSK-WALKINS (WS-DSK-IDX).
005290     MOVE 0 TO WS-DSK-VISITS (WS-DSK-IDX).
005300     MOVE 0 TO WS-DSK-VISIT-MINS (WS-DSK-IDX).
005310     MOVE 0 TO WS-DSK-MAX-MINS (WS-DSK-IDX).
005320     MOVE 0 TO WS-DSK-ISSUED (WS-DSK-IDX).
005330     MOVE 0 TO WS-DSK-RETURNED (WS-DSK-IDX).
005340     MOVE 0 TO WS-DSK-FALLBACK (WS-DSK-IDX).
005350     MOVE 0 TO WS-DSK-BAD-HOST (WS-DSK-IDX).
005360 2100-EXIT.
005370     EXIT.
005380
005390*------------------------------------------------------------------*
005400* MEMBER RECORDS OF AN ESCORTED PARTY REPEAT THE LEADER, SO ONLY   *
005410* THE FIRST RECORD OF A PARTY COUNTS AS A CHECK-IN FOR THE PARTY,  *
005420* PRE-REGISTERED AND WALK-IN FIGURES.                              *
005430*------------------------------------------------------------------*
005440 2200-COUNT-CHECK-IN.
005450     MOVE 'Y' TO WS-NEW-PARTY-SW.
005460     IF GL-GROUP-ID NOT = 0
005470         IF GL-GROUP-ID = WS-DSK-PREV-GROUP (WS-DSK-IDX)
005480             MOVE 'N' TO WS-NEW-PARTY-SW
005490         ELSE
005500             ADD 1 TO WS-DSK-PARTIES (WS-DSK-IDX)
005510             ADD 1 TO WS-TOT-PARTIES
005520         END-IF
005530     END-IF.
005540     MOVE GL-GROUP-ID TO WS-DSK-PREV-GROUP (WS-DSK-IDX).
005550     IF NOT WS-NEW-PARTY
005560         GO TO 2200-EXIT
005570     END-IF.
005580     IF GL-REG-FLAG = 'P'
005590         ADD 1 TO WS-DSK-PREREG (WS-DSK-IDX)
005600         ADD 1 TO WS-TOT-PREREG
005610     END-IF.
005620     IF GL-REG-FLAG = 'W'
005630         ADD 1 TO WS-DSK-WALKINS (WS-DSK-IDX)
005640         ADD 1 TO WS-TOT-WALKINS
005650     END-IF.
005660 2200-EXIT.
005670     EXIT.
005680
005690 2300-MATCH-REGISTRANT.
005700     IF WS-EXPECTED-COUNT = 0
005710         GO TO 2300-EXIT
005720     END-IF.
005730     SET WS-EXP-IDX TO 1.
005740     SEARCH WS-EXP-ENTRY
005750         AT END
005760             CONTINUE
005770         WHEN WS-EXP-IDX > WS-EXPECTED-COUNT
005780             CONTINUE
005790         WHEN WS-EXP-NAME (WS-EXP-IDX) = GL-NAME
005800             MOVE 'Y' TO WS-EXP-MATCHED-SW (WS-EXP-IDX)
005810     END-SEARCH.
005820 2300-EXIT.
005830     EXIT.
005840
005850 2400-COUNT-BADGE-ISSUE.
005860     IF GL-BADGE-NO NOT < WS-FALLBACK-BADGE-BASE
005870         ADD 1 TO WS-DSK-FALLBACK (WS-DSK-IDX)
005880         ADD 1 TO WS-TOT-FALLBACK
005890         ADD 1 TO WS-DSK-ISSUED (WS-DSK-IDX)
005900         ADD 1 TO WS-TOT-ISSUED
005910         GO TO 2400-EXIT
005920     END-IF.
005930     MOVE GL-BADGE-NO TO WS-PASS-LOOK-BADGE.
005940     PERFORM 1400-CHECK-PASS-BADGE THRU 1400-EXIT.
005950     IF NOT WS-PASS-FOUND
005960         ADD 1 TO WS-DSK-ISSUED (WS-DSK-IDX)
005970         ADD 1 TO WS-TOT-ISSUED
005980     END-IF.
005990 2400-EXIT.
006000     EXIT.
006010
006020 2500-REMEMBER-ARRIVAL.
006030     IF WS-ARRIVAL-COUNT NOT < WS-ARRIVAL-CEILING
006040         IF WS-ARRIVAL-OVERFLOW = 0
006050             DISPLAY 'MORE THAN ' WS-ARRIVAL-CEILING
006060                 ' BADGED CHECK-INS; LATER DEPARTURES GO TO THE'
006070                 ' DAY TOTAL ONLY'
006080         END-IF
006090         ADD 1 TO WS-ARRIVAL-OVERFLOW
006100         GO TO 2500-EXIT
006110     END-IF.
006120     ADD 1 TO WS-ARRIVAL-COUNT.
006130     SET WS-ARR-IDX TO WS-ARRIVAL-COUNT.
006140     MOVE GL-BADGE-NO TO WS-ARR-BADGE-NO (WS-ARR-IDX).
006150     MOVE GL-ARRIVAL-TIME TO WS-ARR-TIME (WS-ARR-IDX).
006160     SET WS-ARR-DESK (WS-ARR-IDX) TO WS-DSK-IDX.
006170 2500-EXIT.
006180     EXIT.
006190
006200*------------------------------------------------------------------*
006210* A DEPARTURE IS CREDITED TO THE DESK THAT ISSUED THE BADGE. ONE   *
006220* WHOSE CHECK-IN IS NOT ON TODAY'S LOG (AN OVERNIGHT STAY) COUNTS  *
006230* IN THE DAY TOTAL ONLY.                                           *
006240*------------------------------------------------------------------*
006250 3000-TALLY-DEPARTURES.
006260     READ DEPART-LOG-IN
006270         AT END
006280             SET WS-EOF-DEPART TO TRUE
006290             GO TO 3000-EXIT
006300     END-READ.
006310     IF DL-DEPART-DATE IS NUMERIC
006320         AND DL-DEPART-DATE NOT = WS-CURRENT-DATE
006330         DISPLAY 'DEPARTLG RECORD IS DATED ' DL-DEPART-DATE
006340             ', NOT BUSINESS DATE ' WS-CURRENT-DATE
006350         DISPLAY 'ABENDING - DEPARTLG BELONGS TO A DIFFERENT DAY.'
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.
006390     ADD 1 TO WS-DEP-READ.
006400     PERFORM 3100-FIND-ARRIVAL THRU 3100-EXIT.
006410     ADD 1 TO WS-TOT-VISITS.
006420     ADD DL-DURATION-MINS TO WS-TOT-VISIT-MINS.
006430     IF DL-DURATION-MINS > WS-TOT-MAX-MINS
006440         MOVE DL-DURATION-MINS TO WS-TOT-MAX-MINS
006450     END-IF.
006460     MOVE 'N' TO WS-PASS-FOUND-SW.
006470     IF DL-BADGE-NO < WS-FALLBACK-BADGE-BASE
006480         MOVE DL-BADGE-NO TO WS-PASS-LOOK-BADGE
006490         PERFORM 1400-CHECK-PASS-BADGE THRU 1400-EXIT
006500     END-IF.
006510     IF NOT WS-PASS-FOUND
006520         ADD 1 TO WS-TOT-RETURNED
006530     END-IF.
006540     IF WS-ARR-DESK-FOUND = 0
006550         ADD 1 TO WS-DEP-UNMATCHED
006560         GO TO 3000-EXIT
006570     END-IF.
006580     SET WS-DSK-IDX TO WS-ARR-DESK-FOUND.
006590     ADD 1 TO WS-DSK-VISITS (WS-DSK-IDX).
006600     ADD DL-DURATION-MINS TO WS-DSK-VISIT-MINS (WS-DSK-IDX).
006610     IF DL-DURATION-MINS > WS-DSK-MAX-MINS (WS-DSK-IDX)
006620         MOVE DL-DURATION-MINS TO WS-DSK-MAX-MINS (WS-DSK-IDX)
006630     END-IF.
006640     IF NOT WS-PASS-FOUND
006650         ADD 1 TO WS-DSK-RETURNED (WS-DSK-IDX)
006660     END-IF.
006670 3000-EXIT.
006680     EXIT.
006690
006700 3100-FIND-ARRIVAL.
006710     MOVE 0 TO WS-ARR-DESK-FOUND.
006720     IF WS-ARRIVAL-COUNT = 0
006730         GO TO 3100-EXIT
006740     END-IF.
006750     SET WS-ARR-IDX TO 1.
006760     SEARCH WS-ARR-ENTRY
006770         AT END
006780             CONTINUE
006790         WHEN WS-ARR-IDX > WS-ARRIVAL-COUNT
006800             CONTINUE
006810         WHEN WS-ARR-BADGE-NO (WS-ARR-IDX) = DL-BADGE-NO
006820             AND WS-ARR-TIME (WS-ARR-IDX) = DL-ARRIVAL-TIME
006830             MOVE WS-ARR-DESK (WS-ARR-IDX) TO WS-ARR-DESK-FOUND
006840     END-SEARCH.
006850 3100-EXIT.
006860     EXIT.
006870
006880*------------------------------------------------------------------*
006890* BDGEVNT IS THE CUMULATIVE LEDGER; ONLY BADGES AGED TO LOST ON    *
006900* THE BUSINESS DATE COUNT. THEY WERE ISSUED ON AN EARLIER DAY, SO  *
006910* THEY GO TO THE DAY TOTAL RATHER THAN TO A DESK.                  *
006920*------------------------------------------------------------------*
006930 3500-TALLY-LOST-BADGES.
006940     READ BADGE-EVENTS
006950         AT END
006960             SET WS-EOF-EVENT TO TRUE
006970             GO TO 3500-EXIT
006980     END-READ.
006990     IF BE-LOST AND BE-EVENT-DATE = WS-CURRENT-DATE
007000         ADD 1 TO WS-TOT-LOST
007010     END-IF.
007020 3500-EXIT.
007030     EXIT.
007040
007050 4000-COUNT-NO-SHOWS.
007060     IF NOT WS-EXP-MATCHED (WS-EXP-IDX)
007070         ADD 1 TO WS-TOT-NO-SHOWS
007080     END-IF.
007090 4000-EXIT.
007100     EXIT.
007110
007120*------------------------------------------------------------------*
007130* THE PRIOR GENERATION IS CARRIED FORWARD WITHOUT THE BUSINESS     *
007140* DATE'S ROWS, SO A RERUN OF THE DAY REPLACES WHAT AN EARLIER RUN  *
007150* POSTED INSTEAD OF ADDING TO IT.                                  *
007160*------------------------------------------------------------------*
007170 5000-CARRY-HISTORY.
007180     READ KPI-HISTORY-IN
007190         AT END
007200             SET WS-EOF-HISTORY TO TRUE
007210             GO TO 5000-EXIT
007220     END-READ.
007230     ADD 1 TO WS-HIST-READ.
007240     IF KPI-HISTORY-IN-RECORD = SPACES
007250         GO TO 5000-EXIT
007260     END-IF.
007270     IF KI-BUSINESS-DATE = WS-CURRENT-DATE
007280         ADD 1 TO WS-HIST-REPLACED
007290         GO TO 5000-EXIT
007300     END-IF.
007310     ADD 1 TO WS-HIST-KEPT.
007320     ADD 1 TO WS-HISTORY-ROWS.
007330     IF KI-ARRIVALS IS NUMERIC
007340         ADD KI-ARRIVALS TO WS-ARRIVALS-HASH
007350     END-IF.
007360     MOVE KPI-HISTORY-IN-RECORD TO KPI-HISTORY-OUT-RECORD.
007370     WRITE KPI-HISTORY-OUT-RECORD.
007380 5000-EXIT.
007390     EXIT.
007400
007410 6000-WRITE-DESK-ROW.
007420     MOVE WS-CURRENT-DATE TO KH-BUSINESS-DATE.
007430     MOVE WS-DSK-ID (WS-DSK-IDX) TO KH-DESK-ID.
007440     MOVE WS-DSK-ARRIVALS (WS-DSK-IDX) TO KH-ARRIVALS.
007450     MOVE WS-DSK-DENIALS (WS-DSK-IDX) TO KH-DENIALS.
007460     MOVE WS-DSK-DUPLICATES (WS-DSK-IDX) TO KH-DUPLICATES.
007470     MOVE WS-DSK-PARTIES (WS-DSK-IDX) TO KH-GROUP-PARTIES.
007480     MOVE WS-DSK-PREREG (WS-DSK-IDX) TO KH-PRE-REGISTERED.
007490     MOVE WS-DSK-WALKINS (WS-DSK-IDX) TO KH-WALK-INS.
007500     MOVE 0 TO KH-NO-SHOWS.
007510     MOVE 0 TO KH-AVG-VISIT-MINS.
007520     IF WS-DSK-VISITS (WS-DSK-IDX) > 0
007530         COMPUTE KH-AVG-VISIT-MINS ROUNDED =
007540             WS-DSK-VISIT-MINS (WS-DSK-IDX)
007550             / WS-DSK-VISITS (WS-DSK-IDX)
007560     END-IF.
007570     MOVE WS-DSK-MAX-MINS (WS-DSK-IDX) TO KH-MAX-VISIT-MINS.
007580     MOVE WS-DSK-ISSUED (WS-DSK-IDX) TO KH-BADGES-ISSUED.
007590     MOVE WS-DSK-RETURNED (WS-DSK-IDX) TO KH-BADGES-RETURNED.
007600     MOVE 0 TO KH-BADGES-LOST.
007610     MOVE WS-DSK-FALLBACK (WS-DSK-IDX) TO KH-FALLBACK-ISSUED.
007620     MOVE WS-DSK-BAD-HOST (WS-DSK-IDX) TO KH-UNKNOWN-HOST.
007630     MOVE WS-BALANCE-RESULT TO KH-BALANCE-RESULT.
007640     PERFORM 6500-WRITE-DAY-ROW THRU 6500-EXIT.
007650 6000-EXIT.
007660     EXIT.
007670
007680*------------------------------------------------------------------*
007690* THE DAY-TOTAL ROW IS WRITTEN EVEN ON A DAY WITH NO CHECK-INS, SO *
007700* THE BI LOAD ALWAYS SEES THE DATE AND ITS BALANCE RESULT.         *
007710*------------------------------------------------------------------*
007720 6100-WRITE-TOTAL-ROW.
007730     MOVE WS-CURRENT-DATE TO KH-BUSINESS-DATE.
007740     MOVE '**' TO KH-DESK-ID.
007750     MOVE WS-TOT-ARRIVALS TO KH-ARRIVALS.
007760     MOVE WS-TOT-DENIALS TO KH-DENIALS.
007770     MOVE WS-TOT-DUPLICATES TO KH-DUPLICATES.
007780     MOVE WS-TOT-PARTIES TO KH-GROUP-PARTIES.
007790     MOVE WS-TOT-PREREG TO KH-PRE-REGISTERED.
007800     MOVE WS-TOT-WALKINS TO KH-WALK-INS.
007810     MOVE WS-TOT-NO-SHOWS TO KH-NO-SHOWS.
007820     MOVE 0 TO KH-AVG-VISIT-MINS.
007830     IF WS-TOT-VISITS > 0
007840         COMPUTE KH-AVG-VISIT-MINS ROUNDED =
007850             WS-TOT-VISIT-MINS / WS-TOT-VISITS
007860     END-IF.
007870     MOVE WS-TOT-MAX-MINS TO KH-MAX-VISIT-MINS.
007880     MOVE WS-TOT-ISSUED TO KH-BADGES-ISSUED.
007890     MOVE WS-TOT-RETURNED TO KH-BADGES-RETURNED.
007900     MOVE WS-TOT-LOST TO KH-BADGES-LOST.
007910     MOVE WS-TOT-FALLBACK TO KH-FALLBACK-ISSUED.
007920     MOVE WS-TOT-BAD-HOST TO KH-UNKNOWN-HOST.
007930     MOVE WS-BALANCE-RESULT TO KH-BALANCE-RESULT.
007940     PERFORM 6500-WRITE-DAY-ROW THRU 6500-EXIT.
007950 6100-EXIT.
007960     EXIT.
007970
007980 6500-WRITE-DAY-ROW.
007990     MOVE SPACES TO KPI-HISTORY-OUT-RECORD.
008000     MOVE WS-KPI-ROW TO KPI-HISTORY-OUT-RECORD.
008010     WRITE KPI-HISTORY-OUT-RECORD.
008020     ADD 1 TO WS-DAY-ROWS.
008030     ADD 1 TO WS-HISTORY-ROWS.
008040     ADD KH-ARRIVALS TO WS-ARRIVALS-HASH.
008050 6500-EXIT.
008060     EXIT.
008070
008080 7000-WRITE-CONTROL-RECORD.
008090     ACCEPT WS-CLOCK-TIME FROM TIME.
008100     MOVE WS-CURRENT-DATE TO KC-BUSINESS-DATE.
008110     MOVE WS-CLOCK-DATE TO KC-RUN-DATE.
008120     MOVE WS-CT-HHMMSS TO KC-RUN-TIME.
008130     MOVE WS-DAY-ROWS TO KC-DAY-ROWS.
008140     MOVE WS-HIST-REPLACED TO KC-ROWS-REPLACED.
008150     MOVE WS-HISTORY-ROWS TO KC-HISTORY-ROWS.
008160     MOVE WS-ARRIVALS-HASH TO KC-ARRIVALS-HASH.
008170     OPEN OUTPUT KPI-CONTROL-OUT.
008180     MOVE SPACES TO KPI-CONTROL-OUT-RECORD.
008190     MOVE WS-KPI-CONTROL TO KPI-CONTROL-OUT-RECORD.
008200     WRITE KPI-CONTROL-OUT-RECORD.
008210     CLOSE KPI-CONTROL-OUT.
008220 7000-EXIT.
008230     EXIT.
008240
008250 8000-PRINT-TRAILER.
008260     DISPLAY '-------------------------------------------'.
008270     DISPLAY 'Business date posted . . . : ' WS-CURRENT-DATE.
008280     DISPLAY 'Greeting-log records read  : ' WS-LOG-READ.
008290     DISPLAY 'Desks reported . . . . . . : ' WS-DESK-COUNT.
008300     DISPLAY 'Departures read  . . . . . : ' WS-DEP-READ.
008310     DISPLAY 'Departures to day total  . : ' WS-DEP-UNMATCHED.
008320     DISPLAY 'Balance result . . . . . . : ' WS-BALANCE-RESULT.
008330     DISPLAY 'History rows read  . . . . : ' WS-HIST-READ.
008340     DISPLAY 'History rows kept  . . . . : ' WS-HIST-KEPT.
008350     DISPLAY 'Rows replaced for the date : ' WS-HIST-REPLACED.
008360     DISPLAY 'Rows posted for the date . : ' WS-DAY-ROWS.
008370     DISPLAY 'Rows on new history  . . . : ' WS-HISTORY-ROWS.
008380     DISPLAY 'Arrivals hash total  . . . : ' WS-ARRIVALS-HASH.
008390     DISPLAY '-------------------------------------------'.
008400 8000-EXIT.
008410     EXIT.
008420
008430 9000-TERMINATE.
008440     CLOSE GREETING-LOG-IN.
008450     CLOSE DEPART-LOG-IN.
008460     CLOSE BADGE-EVENTS.
008470     CLOSE KPI-HISTORY-IN.
008480     CLOSE KPI-HISTORY-OUT.
008490     DISPLAY 'KPI history built. Promote KPIHSTN and send it with'
008500         ' KPICTL.'.
008510 9000-EXIT.
008520     EXIT.
