000230*                 DEPARTLG GOES TO DEPARTHN UNDER THE SAME         *
000240*                 RETENTION, SO GLTREND CAN FOLD VISIT DURATIONS   *
000250*                 INTO THE MULTI-WEEK TRAFFIC TRENDS.              *
000251* 10/15/26   JRM  TAKE THE BUSINESS DATE FROM THE BUSDATE CONTROL  *
000252*                 RECORD INSTEAD OF THE MACHINE CLOCK AND REFUSE   *
000253*                 TO RUN WHEN THE DAY IS NOT OPEN. A GREETLOG OR   *
000254*                 DEPARTLG RECORD DATED FOR ANY OTHER DAY IS       *
000255*                 REFUSED, SO A DAY CANNOT BE ARCHIVED UNDER THE   *
000256*                 WRONG DATE.                                      *
000260*------------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000410     SELECT OPTIONAL DEPART-HIST-IN ASSIGN TO "DEPARTHS"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT DEPART-HIST-OUT ASSIGN TO "DEPARTHN"
000431         ORGANIZATION IS LINE SEQUENTIAL.
000432     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450
000460 DATA DIVISION.
000750     LABEL RECORDS ARE STANDARD.
000760 01  DEPART-HIST-OUT-RECORD PIC X(80).
000770
000771 FD  BUSINESS-DATE-FILE
000772     LABEL RECORDS ARE STANDARD.
000773 01  BUSINESS-DATE-RECORD.
000774     COPY BUSDATE.
000775
000780 WORKING-STORAGE SECTION.
000790 01 WS-HISTORY-WORK.
000800     COPY GREETLOG.
000820     COPY DEPARTLG.
000830 01 WS-RETENTION-DAYS PIC 9(03) VALUE 090.
000840 01 WS-CURRENT-DATE PIC 9(06).
000842 01 WS-CLOCK-DATE PIC 9(06).
000850 01 WS-WORK-DATE.
000860     05 WS-WD-YY PIC 9(02).
000870     05 WS-WD-MM PIC 9(02).
001150        88 WS-EOF-DEP-HIST VALUE 'Y'.
001160     05 WS-EOF-DEP-LOG-SW PIC X(01) VALUE 'N'.
001170        88 WS-EOF-DEP-LOG VALUE 'Y'.
001172     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
001174        88 WS-EOF-BUSDATE VALUE 'Y'.
001180
001190 PROCEDURE DIVISION.
001200 0000-MAIN-PROCEDURE.
001320     STOP RUN.
001330
001340 1000-INITIALIZE.
001342     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001350     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001360     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT.
001370     OPEN INPUT GREETING-LOG-IN.
001410     OPEN INPUT DEPART-HIST-IN.
001420     OPEN OUTPUT DEPART-HIST-OUT.
001430 1000-EXIT.
001431     EXIT.
001432
001433*------------------------------------------------------------------*
001434* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
001435* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
001436* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
001437* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
001438*------------------------------------------------------------------*
001439 1050-READ-BUSINESS-DATE.
001440     OPEN INPUT BUSINESS-DATE-FILE.
001441     READ BUSINESS-DATE-FILE
001442         AT END
001443             SET WS-EOF-BUSDATE TO TRUE
001444     END-READ.
001445     CLOSE BUSINESS-DATE-FILE.
001446     IF WS-EOF-BUSDATE
001447         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
001448             ' IS OPEN'
001449         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
001450             ' RESUBMIT.'
001451         MOVE 16 TO RETURN-CODE
001452         STOP RUN
001453     END-IF.
001454     IF NOT BD-DAY-OPEN
001455         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
001456             ' (STATUS ' BD-STATUS ')'
001457         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
001458         MOVE 16 TO RETURN-CODE
001459         STOP RUN
001460     END-IF.
001461     ACCEPT WS-CLOCK-DATE FROM DATE.
001462     IF BD-BUSINESS-DATE IS NOT NUMERIC
001463         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
001464         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
001465             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
001466         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
001467         MOVE 16 TO RETURN-CODE
001468         STOP RUN
001469     END-IF.
001470     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
001471 1050-EXIT.
001440     EXIT.
001450
001460 1100-READ-PARM.
001600     EXIT.
001610
001620 1200-COMPUTE-CUTOFF.
001640     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
001650     PERFORM 1300-DATE-TO-SERIAL THRU 1300-EXIT.
001660     COMPUTE WS-CUTOFF-SERIAL =
002160             SET WS-EOF-LOG TO TRUE
002170             GO TO 3000-EXIT
002180     END-READ.
002181     IF GL-TS-DATE OF GREETING-LOG-RECORD IS NUMERIC
002182         AND GL-TS-DATE OF GREETING-LOG-RECORD
002183             NOT = WS-CURRENT-DATE
002184         DISPLAY 'GREETLOG RECORD '
002185             GL-SEQ-NO OF GREETING-LOG-RECORD ' IS DATED '
002186             GL-TS-DATE OF GREETING-LOG-RECORD
002187             ', NOT BUSINESS DATE ' WS-CURRENT-DATE
002188         DISPLAY 'ABENDING - GREETLOG BELONGS TO A DIFFERENT DAY.'
002189         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002191     END-IF.
002190     ADD 1 TO WS-DAY-ARCHIVED.
002200     MOVE SPACES TO HISTORY-OUT-RECORD.
002210     MOVE GREETING-LOG-RECORD TO HISTORY-OUT-RECORD.
002530             SET WS-EOF-DEP-LOG TO TRUE
002540             GO TO 5000-EXIT
002550     END-READ.
002551     MOVE DEPART-LOG-IN-RECORD TO WS-DEPART-WORK.
002552     IF DL-DEPART-DATE OF WS-DEPART-WORK IS NUMERIC
002553         AND DL-DEPART-DATE OF WS-DEPART-WORK
002554             NOT = WS-CURRENT-DATE
002555         DISPLAY 'DEPARTLG RECORD IS DATED '
002556             DL-DEPART-DATE OF WS-DEPART-WORK
002557             ', NOT BUSINESS DATE ' WS-CURRENT-DATE
002558         DISPLAY 'ABENDING - DEPARTLG BELONGS TO A DIFFERENT DAY.'
002559         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002561     END-IF.
002560     ADD 1 TO WS-DEP-DAY-ARCHIVED.
002570     MOVE SPACES TO DEPART-HIST-OUT-RECORD.
002580     MOVE DEPART-LOG-IN-RECORD TO DEPART-HIST-OUT-RECORD.
