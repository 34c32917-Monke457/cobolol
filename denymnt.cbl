000200*                 DENYLSTN GENERATION AND PROMOTED TO DENYLIST BY  *
000210*                 THE JOB STEP THAT FOLLOWS, SO AN ABEND NEVER     *
000220*                 LEAVES A HALF-WRITTEN LIST IN PLACE.             *
000222* 10/15/26   JRM  TAKE THE BUSINESS DATE FROM THE BUSDATE CONTROL  *
000224*                 RECORD INSTEAD OF THE MACHINE CLOCK AND REFUSE   *
000226*                 TO RUN WHEN THE DAY IS NOT OPEN.                 *
000230*------------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000340     SELECT AUDIT-LOG ASSIGN TO "DENYAUDT"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT DENY-REPORT ASSIGN TO "DENYRPT"
000361         ORGANIZATION IS LINE SEQUENTIAL.
000362     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380
000390 DATA DIVISION.
000860     LABEL RECORDS ARE STANDARD.
000870 01  REPORT-LINE PIC X(80).
000880
000881 FD  BUSINESS-DATE-FILE
000882     LABEL RECORDS ARE STANDARD.
000883 01  BUSINESS-DATE-RECORD.
000884     COPY BUSDATE.
000885
000890 WORKING-STORAGE SECTION.
000900 01 WS-DENY-TABLE.
000910     05 WS-DNY-ENTRY OCCURS 2000 TIMES
001090 01 WS-TRANS-READ PIC 9(05) VALUE 0.
001100 01 WS-I PIC 9(05).
001110 01 WS-CURRENT-DATE PIC 9(06).
001112 01 WS-CLOCK-DATE PIC 9(06).
001120 01 WS-CURRENT-TIME PIC 9(08).
001130 01 WS-TIMESTAMP.
001140     05 WS-TS-DATE PIC 9(06).
001450        88 WS-EOF-TRANS VALUE 'Y'.
001460     05 WS-NAME-FOUND-SW PIC X(01) VALUE 'N'.
001470        88 WS-NAME-FOUND VALUE 'Y'.
001472     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
001474        88 WS-EOF-BUSDATE VALUE 'Y'.
001480
001490 PROCEDURE DIVISION.
001500 0000-MAIN-PROCEDURE.
001620     STOP RUN.
001630
001640 1000-INITIALIZE.
001650     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001660     OPEN INPUT DENYLIST-IN.
001670     OPEN INPUT DENY-TRANS.
001680     OPEN OUTPUT DENYLIST-NEW.
001690     OPEN EXTEND AUDIT-LOG.
001700     OPEN OUTPUT DENY-REPORT.
001710 1000-EXIT.
001711     EXIT.
001712
001713*------------------------------------------------------------------*
001714* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
001715* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
001716* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
001717* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
001718*------------------------------------------------------------------*
001719 1050-READ-BUSINESS-DATE.
001720     OPEN INPUT BUSINESS-DATE-FILE.
001721     READ BUSINESS-DATE-FILE
001722         AT END
001723             SET WS-EOF-BUSDATE TO TRUE
001724     END-READ.
001725     CLOSE BUSINESS-DATE-FILE.
001726     IF WS-EOF-BUSDATE
001727         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
001728             ' IS OPEN'
001729         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
001730             ' RESUBMIT.'
001731         MOVE 16 TO RETURN-CODE
001732         STOP RUN
001733     END-IF.
001734     IF NOT BD-DAY-OPEN
001735         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
001736             ' (STATUS ' BD-STATUS ')'
001737         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
001738         MOVE 16 TO RETURN-CODE
001739         STOP RUN
001740     END-IF.
001741     ACCEPT WS-CLOCK-DATE FROM DATE.
001742     IF BD-BUSINESS-DATE IS NOT NUMERIC
001743         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
001744         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
001745             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
001746         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
001747         MOVE 16 TO RETURN-CODE
001748         STOP RUN
001749     END-IF.
001750     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
001751 1050-EXIT.
001720     EXIT.
001730
001740 2000-LOAD-DENYLIST.
