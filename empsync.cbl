000224*                 RETURN CODE 8 WHEN HRFEED IS EMPTY: A FAILED     *
000226*                 TRANSFER LEAVES A TRUNCATED FILE, AND ONE BAD    *
000228*                 NIGHT MUST NOT TERMINATE THE WHOLE COMPANY.      *
000229* 10/15/26   JRM  TAKE THE BUSINESS DATE FROM THE BUSDATE CONTROL  *
000230*                 RECORD INSTEAD OF THE MACHINE CLOCK AND REFUSE   *
000231*                 TO RUN WHEN THE DAY IS NOT OPEN.                 *
000230*------------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000330         RECORD KEY IS EP-ID
000340         FILE STATUS IS WS-EP-STATUS.
000350     SELECT DELTA-REPORT ASSIGN TO "EMPDELTA"
000351         ORGANIZATION IS LINE SEQUENTIAL.
000352     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370
000380 DATA DIVISION.
000570     LABEL RECORDS ARE STANDARD.
000580 01  REPORT-LINE PIC X(80).
000590
000591 FD  BUSINESS-DATE-FILE
000592     LABEL RECORDS ARE STANDARD.
000593 01  BUSINESS-DATE-RECORD.
000594     COPY BUSDATE.
000595
000600 WORKING-STORAGE SECTION.
000610 01 WS-EP-STATUS PIC X(02) VALUE '00'.
000620 01 WS-CURRENT-DATE PIC 9(06).
000622 01 WS-CLOCK-DATE PIC 9(06).
000630 01 WS-FEED-READ PIC 9(05) VALUE 0.
000640 01 WS-HIRE-COUNT PIC 9(05) VALUE 0.
000650 01 WS-NAME-CHG-COUNT PIC 9(05) VALUE 0.
000960        88 WS-EOF-MASTER VALUE 'Y'.
000970     05 WS-EMP-FOUND-SW PIC X(01) VALUE 'N'.
000980        88 WS-EMP-FOUND VALUE 'Y'.
000982     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
000984        88 WS-EOF-BUSDATE VALUE 'Y'.
000990
001000 PROCEDURE DIVISION.
001010 0000-MAIN-PROCEDURE.
001080     STOP RUN.
001090
001100 1000-INITIALIZE.
001110     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001120     OPEN INPUT HR-FEED.
001130     OPEN I-O EMPLOYEE-MASTER.
001140     IF WS-EP-STATUS = '35'
001290     MOVE WS-CURRENT-DATE TO WS-AO-DATE.
001300     WRITE REPORT-LINE FROM WS-ASOF-LINE.
001310 1000-EXIT.
001311     EXIT.
001312
001313*------------------------------------------------------------------*
001314* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
001315* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
001316* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
001317* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
001318*------------------------------------------------------------------*
001319 1050-READ-BUSINESS-DATE.
001320     OPEN INPUT BUSINESS-DATE-FILE.
001321     READ BUSINESS-DATE-FILE
001322         AT END
001323             SET WS-EOF-BUSDATE TO TRUE
001324     END-READ.
001325     CLOSE BUSINESS-DATE-FILE.
001326     IF WS-EOF-BUSDATE
001327         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
001328             ' IS OPEN'
001329         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
001330             ' RESUBMIT.'
001331         MOVE 16 TO RETURN-CODE
001332         STOP RUN
001333     END-IF.
001334     IF NOT BD-DAY-OPEN
001335         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
001336             ' (STATUS ' BD-STATUS ')'
001337         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
001338         MOVE 16 TO RETURN-CODE
001339         STOP RUN
001340     END-IF.
001341     ACCEPT WS-CLOCK-DATE FROM DATE.
001342     IF BD-BUSINESS-DATE IS NOT NUMERIC
001343         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
001344         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
001345             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
001346         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
001347         MOVE 16 TO RETURN-CODE
001348         STOP RUN
001349     END-IF.
001350     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
001351 1050-EXIT.
001320     EXIT.
001330
001340 3000-APPLY-FEED.
