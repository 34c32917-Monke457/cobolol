000210*                 DRAWER-DRY FALLBACK ISSUES IN HELLO AND ARE      *
000220*                 REFUSED HERE. EXISTING RECORDS ARE NEVER         *
000230*                 TOUCHED.                                         *
000231* 10/15/26   JRM  A LOST BADGE WHOSE NUMBER IS LOADED AGAIN HAS    *
000232*                 BEEN FOUND: IT GOES BACK TO THE DRAWER AS        *
000233*                 AVAILABLE AND A FOUND RECORD IS APPENDED TO THE  *
000234*                 BDGEVNT BADGE LEDGER SO THE MONTHLY CHARGEBACK   *
000235*                 CREDITS THE COMPANY. OTHER EXISTING RECORDS ARE  *
000236*                 STILL NEVER TOUCHED.                             *
000237* 10/15/26   JRM  TAKE THE BUSINESS DATE FOR THE FOUND RECORD FROM *
000238*                 THE BUSDATE CONTROL RECORD INSTEAD OF THE        *
000239*                 MACHINE CLOCK, SO A RUN AFTER MIDNIGHT OR ON THE *
000240*                 FIRST OF THE MONTH BILLS THE FIND IN THE SAME    *
000241*                 MONTH CHECKOUT DATED THE LOSS. A FOUND RECORD NO *
000242*                 LONGER CARRIES THE HOLDER'S NAME.                *
000240*------------------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000320         RECORD KEY IS BM-BADGE-NO
000330         FILE STATUS IS WS-BM-STATUS.
000340     SELECT LOAD-PARM ASSIGN TO "BDGLPRM"
000341         ORGANIZATION IS LINE SEQUENTIAL.
000342     SELECT BADGE-EVENTS ASSIGN TO "BDGEVNT"
000343         ORGANIZATION IS LINE SEQUENTIAL.
000344     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360
000370 DATA DIVISION.
000480     05 FILLER PIC X(01).
000490     05 PB-HIGH-BADGE-NO PIC 9(06).
000500
000501 FD  BADGE-EVENTS
000502     LABEL RECORDS ARE STANDARD.
000503 01  BADGE-EVENT-RECORD.
000504     COPY BDGEVENT.
000505
000506 FD  BUSINESS-DATE-FILE
000507     LABEL RECORDS ARE STANDARD.
000508 01  BUSINESS-DATE-RECORD.
000509     COPY BUSDATE.
000510
000510 WORKING-STORAGE SECTION.
000520 01 WS-BM-STATUS PIC X(02) VALUE '00'.
000530 01 WS-LOW-BADGE-NO PIC 9(06) VALUE 0.
000550 01 WS-BADGE-SUB PIC 9(07).
000560 01 WS-BADGES-ADDED PIC 9(06) VALUE 0.
000570 01 WS-BADGES-EXISTING PIC 9(06) VALUE 0.
000572 01 WS-BADGES-FOUND PIC 9(06) VALUE 0.
000574 01 WS-CURRENT-DATE PIC 9(06).
000576 01 WS-CLOCK-DATE PIC 9(06).
000580 01 WS-SWITCHES.
000590     05 WS-EOF-PARM-SW PIC X(01) VALUE 'N'.
000600        88 WS-EOF-PARM VALUE 'Y'.
000602     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
000604        88 WS-EOF-BUSDATE VALUE 'Y'.
000610
000620 PROCEDURE DIVISION.
000630 0000-MAIN-PROCEDURE.
000690     STOP RUN.
000700
000710 1000-INITIALIZE.
000712     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
000720     OPEN INPUT LOAD-PARM.
000730     READ LOAD-PARM
000740         AT END
001120         MOVE 16 TO RETURN-CODE
001130         STOP RUN
001140     END-IF.
001142     OPEN EXTEND BADGE-EVENTS.
001150 1000-EXIT.
001151     EXIT.
001152
001153*------------------------------------------------------------------*
001154* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
001155* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
001156* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
001157* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
001158*------------------------------------------------------------------*
001159 1050-READ-BUSINESS-DATE.
001160     OPEN INPUT BUSINESS-DATE-FILE.
001161     READ BUSINESS-DATE-FILE
001162         AT END
001163             SET WS-EOF-BUSDATE TO TRUE
001164     END-READ.
001165     CLOSE BUSINESS-DATE-FILE.
001166     IF WS-EOF-BUSDATE
001167         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
001168             ' IS OPEN'
001169         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
001170             ' RESUBMIT.'
001171         MOVE 16 TO RETURN-CODE
001172         STOP RUN
001173     END-IF.
001174     IF NOT BD-DAY-OPEN
001175         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
001176             ' (STATUS ' BD-STATUS ')'
001177         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
001178         MOVE 16 TO RETURN-CODE
001179         STOP RUN
001180     END-IF.
001181     ACCEPT WS-CLOCK-DATE FROM DATE.
001182     IF BD-BUSINESS-DATE IS NOT NUMERIC
001183         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
001184         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
001185             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
001186         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
001187         MOVE 16 TO RETURN-CODE
001188         STOP RUN
001189     END-IF.
001190     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
001191 1050-EXIT.
001160     EXIT.
001170
001180 3000-LOAD-ONE-BADGE.
001260             WRITE BADGE-MASTER-RECORD
001270             ADD 1 TO WS-BADGES-ADDED
001280         NOT INVALID KEY
001281             IF BM-LOST
001282                 PERFORM 3100-RETURN-FOUND-BADGE THRU 3100-EXIT
001283             ELSE
001290                 ADD 1 TO WS-BADGES-EXISTING
001298             END-IF
001300     END-READ.
001310 3000-EXIT.
001320     EXIT.
001330
001331*------------------------------------------------------------------*
001332* A LOST BADGE THAT TURNS UP IS LOADED AGAIN WITH THE REST OF THE  *
001333* RANGE. THE LEDGER RECORD KEEPS THE ORIGINAL ISSUE DATE SO THE    *
001334* CHARGEBACK RUN CAN TRACE AND CREDIT WHOEVER WAS BILLED.          *
001335*------------------------------------------------------------------*
001336 3100-RETURN-FOUND-BADGE.
001337     MOVE SPACES TO BADGE-EVENT-RECORD.
001338     MOVE 'F' TO BE-EVENT.
001339     MOVE WS-CURRENT-DATE TO BE-EVENT-DATE.
001340     MOVE BM-BADGE-NO TO BE-BADGE-NO.
001341     MOVE BM-DATE-ISSUED TO BE-DATE-ISSUED.
001342     WRITE BADGE-EVENT-RECORD.
001343     MOVE 'A' TO BM-STATUS.
001344     MOVE 0 TO BM-DATE-ISSUED.
001345     MOVE SPACES TO BM-ISSUED-TO.
001346     REWRITE BADGE-MASTER-RECORD.
001347     ADD 1 TO WS-BADGES-FOUND.
001348     DISPLAY 'Badge ' BE-BADGE-NO ' lost since ' BE-DATE-ISSUED
001349         ' returned to the drawer'.
001350 3100-EXIT.
001351     EXIT.
001352
001340 9000-TERMINATE.
001350     CLOSE BADGE-MASTER.
001352     CLOSE BADGE-EVENTS.
001360     DISPLAY 'Badge load complete. ' WS-BADGES-ADDED ' added, '
001361         WS-BADGES-FOUND ' found and returned, '
001370         WS-BADGES-EXISTING ' already on master.'.
001380 9000-EXIT.
001390     EXIT.
