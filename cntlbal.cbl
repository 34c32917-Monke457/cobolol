000230*                 CONTPASS BADGES ARE EXCLUDED FROM THE POOL       *
000240*                 BALANCE BECAUSE CHECK-OUT DELIBERATELY LEAVES    *
000250*                 THEM ISSUED OVERNIGHT.                           *
000251* 10/15/26   JRM  TAKE THE BUSINESS DATE FROM THE BUSDATE CONTROL  *
000252*                 RECORD INSTEAD OF THE MACHINE CLOCK AND REFUSE   *
000253*                 TO RUN WHEN THE DAY IS NOT OPEN. A GREETLOG      *
000254*                 RECORD DATED FOR ANY OTHER DAY IS REFUSED.       *
000255* 10/15/26   JRM  COUNT VISITORS HELD AT THE DESK FOR A MISSING OR *
000256*                 LAPSED INDUCTION OR NDA (GL-DISP I) AND SHOW     *
000257*                 THEM ON BALRPT AND THE TRAILER.                  *
000258* 10/15/26   JRM  LABEL THE GL-DISP I COUNT AS ADMISSION HOLDS,    *
000259*                 SINCE A CONTRACTOR FROM A FIRM WHOSE COMPMAST    *
000260*                 COMPLIANCE DATE HAS LAPSED IS NOW HELD THE SAME  *
000261*                 WAY AS A MISSING INDUCTION OR NDA.               *
000260*------------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000460     SELECT OPTIONAL CONTRACTOR-PASSES ASSIGN TO "CONTPASS"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT BALANCE-REPORT ASSIGN TO "BALRPT"
000481         ORGANIZATION IS LINE SEQUENTIAL.
000482     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500
000510 DATA DIVISION.
000880     LABEL RECORDS ARE STANDARD.
000890 01  REPORT-LINE PIC X(80).
000900
000901 FD  BUSINESS-DATE-FILE
000902     LABEL RECORDS ARE STANDARD.
000903 01  BUSINESS-DATE-RECORD.
000904     COPY BUSDATE.
000905
000910 WORKING-STORAGE SECTION.
000920 01 WS-BM-STATUS PIC X(02) VALUE '00'.
000930 01 WS-CURRENT-DATE PIC 9(06).
000932 01 WS-CLOCK-DATE PIC 9(06).
000940 01 WS-FALLBACK-BADGE-BASE PIC 9(06) VALUE 900000.
000950 01 WS-LOG-BADGED PIC 9(07) VALUE 0.
000960 01 WS-LOG-NOTIFIED PIC 9(07) VALUE 0.
000970 01 WS-LOG-DENIED PIC 9(07) VALUE 0.
000980 01 WS-LOG-DUPS PIC 9(07) VALUE 0.
000990 01 WS-LOG-POOL-BADGED PIC 9(07) VALUE 0.
000992 01 WS-LOG-HELD PIC 9(07) VALUE 0.
001000 01 WS-DEP-COUNT PIC 9(07) VALUE 0.
001010 01 WS-DEP-POOL PIC 9(07) VALUE 0.
001020 01 WS-STILLIN-COUNT PIC 9(07) VALUE 0.
001520        88 WS-PASS-FOUND VALUE 'Y'.
001530     05 WS-BM-OPEN-SW PIC X(01) VALUE 'N'.
001540        88 WS-BM-OPEN VALUE 'Y'.
001542     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
001544        88 WS-EOF-BUSDATE VALUE 'Y'.
001550
001560 PROCEDURE DIVISION.
001570 0000-MAIN-PROCEDURE.
001730     STOP RUN.
001740
001750 1000-INITIALIZE.
001760     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001770     PERFORM 1100-LOAD-PASSES THRU 1100-EXIT.
001780     OPEN INPUT GREETING-LOG-IN.
001790     OPEN INPUT SECURITY-ALERTS-IN.
001920     MOVE WS-CURRENT-DATE TO WS-AO-DATE.
001930     WRITE REPORT-LINE FROM WS-ASOF-LINE.
001940 1000-EXIT.
001941     EXIT.
001942
001943*------------------------------------------------------------------*
001944* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
001945* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
001946* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
001947* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
001948*------------------------------------------------------------------*
001949 1050-READ-BUSINESS-DATE.
001950     OPEN INPUT BUSINESS-DATE-FILE.
001951     READ BUSINESS-DATE-FILE
001952         AT END
001953             SET WS-EOF-BUSDATE TO TRUE
001954     END-READ.
001955     CLOSE BUSINESS-DATE-FILE.
001956     IF WS-EOF-BUSDATE
001957         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
001958             ' IS OPEN'
001959         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
001960             ' RESUBMIT.'
001961         MOVE 16 TO RETURN-CODE
001962         STOP RUN
001963     END-IF.
001964     IF NOT BD-DAY-OPEN
001965         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
001966             ' (STATUS ' BD-STATUS ')'
001967         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
001968         MOVE 16 TO RETURN-CODE
001969         STOP RUN
001970     END-IF.
001971     ACCEPT WS-CLOCK-DATE FROM DATE.
001972     IF BD-BUSINESS-DATE IS NOT NUMERIC
001973         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
001974         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
001975             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
001976         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
001977         MOVE 16 TO RETURN-CODE
001978         STOP RUN
001979     END-IF.
001980     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
001981 1050-EXIT.
001950     EXIT.
001960
001970 1100-LOAD-PASSES.
002480             SET WS-EOF-LOG TO TRUE
002490             GO TO 2000-EXIT
002500     END-READ.
002501     IF GL-TS-DATE IS NUMERIC
002502         AND GL-TS-DATE NOT = WS-CURRENT-DATE
002503         DISPLAY 'GREETLOG RECORD ' GL-SEQ-NO ' IS DATED '
002504             GL-TS-DATE ', NOT BUSINESS DATE ' WS-CURRENT-DATE
002505         DISPLAY 'ABENDING - GREETLOG BELONGS TO A DIFFERENT DAY.'
002506         MOVE 16 TO RETURN-CODE
002507         STOP RUN
002508     END-IF.
002510     IF GL-DISP-DENIED
002520         ADD 1 TO WS-LOG-DENIED
002530         GO TO 2000-EXIT
002540     END-IF.
002550     IF GL-DISP-DUPLICATE
002560         ADD 1 TO WS-LOG-DUPS
002561         GO TO 2000-EXIT
002562     END-IF.
002563     IF GL-DISP-INDUCTION-HOLD
002564         ADD 1 TO WS-LOG-HELD
002570         GO TO 2000-EXIT
002580     END-IF.
002590     IF NOT GL-DISP-BADGED
003880     MOVE 'DUPLICATE CHECK-INS ON LOG' TO WS-TL-LABEL.
003890     MOVE WS-LOG-DUPS TO WS-TL-COUNT.
003900     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
003902     MOVE 'ADMISSION HOLDS ON LOG' TO WS-TL-LABEL.
003904     MOVE WS-LOG-HELD TO WS-TL-COUNT.
003906     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
003910     MOVE 'CONDITIONS OUT OF BALANCE' TO WS-TL-LABEL.
003920     MOVE WS-OUT-OF-BALANCE TO WS-TL-COUNT.
003930     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
004110     DISPLAY '-------------------------------------------'.
004120     DISPLAY 'Badged check-ins on log  . : ' WS-LOG-BADGED.
004130     DISPLAY 'Denied on log  . . . . . . : ' WS-LOG-DENIED.
004132     DISPLAY 'Admission holds on log . . : ' WS-LOG-HELD.
004140     DISPLAY 'Security alerts  . . . . . : ' WS-ALERT-COUNT.
004150     DISPLAY 'Host notices . . . . . . . : ' WS-NOTIFY-COUNT.
004160     DISPLAY 'Departures logged  . . . . : ' WS-DEP-COUNT.
