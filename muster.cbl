000340*                 INSTEAD OF SILENTLY DROPPING THEM, SO THE     *
000350*                 GRAND TOTAL ALWAYS EQUALS EVERYONE PRESUMED   *
000360*                 ON SITE.                                      *
000361* 10/15/26   JRM  TAKE THE BUSINESS DATE FROM THE BUSDATE       *
000362*                 CONTROL RECORD INSTEAD OF THE MACHINE CLOCK   *
000363*                 AND REFUSE TO RUN WHEN THE DAY IS NOT OPEN. A *
000364*                 GREETLOG RECORD DATED FOR ANY OTHER DAY IS    *
000365*                 REFUSED.                                      *
000366* 10/15/26   JRM  LIST A BUSINESS DAY THAT HAS ALREADY BEEN     *
000367*                 CLOSED INSTEAD OF REFUSING IT, WITH A         *
000368*                 WARNING, SO AN EVACUATION ROLL CAN BE TAKEN   *
000369*                 OVERNIGHT AND AT THE WEEKEND. A MISSING,      *
000370*                 UNREADABLE OR FUTURE-DATED DAY IS STILL       *
000371*                 REFUSED.                                      *
000370*------------------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS MK-BADGE-NO
000570         FILE STATUS IS WS-MK-STATUS.
000572     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000574         ORGANIZATION IS LINE SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000910     05 MK-OUT-SW PIC X(01).
000920        88 MK-CHECKED-OUT VALUE 'Y'.
000930
000931 FD  BUSINESS-DATE-FILE
000932     LABEL RECORDS ARE STANDARD.
000933 01  BUSINESS-DATE-RECORD.
000934     COPY BUSDATE.
000935
000940 WORKING-STORAGE SECTION.
000950 01 WS-MK-STATUS PIC X(02) VALUE '00'.
000960 01 WS-ONSITE-COUNT PIC 9(05) VALUE 0.
001080 01 WS-STILL-ON-SITE PIC 9(05) VALUE 0.
001090 01 WS-DESK-ON-SITE PIC 9(05) VALUE 0.
001100 01 WS-CURRENT-DATE PIC 9(06).
001102 01 WS-CLOCK-DATE PIC 9(06).
001110 01 WS-CURRENT-TIME PIC 9(08).
001120 01 WS-PAGE-HEADING.
001130     05 FILLER PIC X(19) VALUE 'MUSTER ROLL - DESK '.
001620        88 WS-EOF-MUSWORK VALUE 'Y'.
001630     05 WS-DESK-OVERFLOW-SW PIC X(01) VALUE 'N'.
001640        88 WS-DESK-OVERFLOW VALUE 'Y'.
001642     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
001644        88 WS-EOF-BUSDATE VALUE 'Y'.
001650
001660 PROCEDURE DIVISION.
001670 0000-MAIN-PROCEDURE.
001790     STOP RUN.
001800
001810 1000-INITIALIZE.
001812     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001820     OPEN OUTPUT MUSTER-WORK.
001830     CLOSE MUSTER-WORK.
001840     OPEN I-O MUSTER-WORK.
001860     OPEN INPUT DEPARTURE-IN.
001870     OPEN OUTPUT MUSTER-REPORT.
001880     PERFORM 1100-OPEN-EMPLOYEE-MASTER THRU 1100-EXIT.
001900     ACCEPT WS-CURRENT-TIME FROM TIME.
001910     MOVE WS-CURRENT-DATE TO WS-AO-DATE.
001920     MOVE WS-CURRENT-TIME TO WS-AO-TIME.
001930 1000-EXIT.
001931     EXIT.
001932
001933*------------------------------------------------------------------*
001934* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
001935* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
001936* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN LISTS THE RIGHT     *
001937* DAY. THIS IS A READ-ONLY INQUIRY, SO A DAY ALREADY CLOSED IS     *
001938* STILL LISTED, WITH A WARNING, FOR AN EVACUATION OVERNIGHT OR AT  *
001939* THE WEEKEND. A MISSING, UNREADABLE OR FUTURE-DATED DAY IS        *
001940* REFUSED.                                                         *
001941*------------------------------------------------------------------*
001942 1050-READ-BUSINESS-DATE.
001943     OPEN INPUT BUSINESS-DATE-FILE.
001944     READ BUSINESS-DATE-FILE
001945         AT END
001946             SET WS-EOF-BUSDATE TO TRUE
001947     END-READ.
001948     CLOSE BUSINESS-DATE-FILE.
001949     IF WS-EOF-BUSDATE
001950         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
001951             ' IS OPEN'
001952         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
001953             ' RESUBMIT.'
001954         MOVE 16 TO RETURN-CODE
001955         STOP RUN
001956     END-IF.
001957     IF BD-DAY-CLOSED
001958         DISPLAY '*** WARNING: BUSINESS DAY ' BD-BUSINESS-DATE
001959             ' IS ALREADY CLOSED ***'
001960     END-IF.
001961     IF NOT BD-DAY-OPEN AND NOT BD-DAY-CLOSED
001962         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
001963             ' OR CLOSED (STATUS ' BD-STATUS ')'
001964         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
001965         MOVE 16 TO RETURN-CODE
001966         STOP RUN
001967     END-IF.
001968     ACCEPT WS-CLOCK-DATE FROM DATE.
001969     IF BD-BUSINESS-DATE IS NOT NUMERIC
001970         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
001971         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
001972             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
001973         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
001974         MOVE 16 TO RETURN-CODE
001975         STOP RUN
001976     END-IF.
001977     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
001978 1050-EXIT.
001940     EXIT.
001950
001960 1100-OPEN-EMPLOYEE-MASTER.
002100             SET WS-EOF-LOG TO TRUE
002110             GO TO 2000-EXIT
002120     END-READ.
002121     IF GL-TS-DATE IS NUMERIC
002122         AND GL-TS-DATE NOT = WS-CURRENT-DATE
002123         DISPLAY 'GREETLOG RECORD ' GL-SEQ-NO ' IS DATED '
002124             GL-TS-DATE ', NOT BUSINESS DATE ' WS-CURRENT-DATE
002125         DISPLAY 'ABENDING - GREETLOG BELONGS TO A DIFFERENT DAY.'
002126         MOVE 16 TO RETURN-CODE
002127         STOP RUN
002128     END-IF.
002130     IF GL-BADGE-NO = 0
002140         GO TO 2000-EXIT
002150     END-IF.
