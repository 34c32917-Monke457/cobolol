000310*                 MONTHLY RUN AT THE OLD CEILING. PURGE AND      *
000320*                 VARIANT MATCHING ARE NOW BOUNDED BY FILE       *
000330*                 SIZE, LIKE THE DAILY PROGRAMS.                 *
000331* 10/15/26   JRM  TAKE THE BUSINESS DATE FROM THE BUSDATE        *
000332*                 CONTROL RECORD INSTEAD OF THE MACHINE CLOCK    *
000333*                 AND REFUSE TO RUN WHEN THE DAY IS NOT OPEN.    *
000334* 10/15/26   JRM  LEAVE RECORDS ERASED BY VERASE OUT OF THE      *
000335*                 DUPLICATE-NAME MATCHING: THEY ALL CARRY THE    *
000336*                 SAME PLACEHOLDER NAME AND MUST NEVER BE        *
000337*                 FLAGGED OR MERGED TOGETHER.                    *
000340*------------------------------------------------------------------*
000350
000360 ENVIRONMENT DIVISION.
000690     SELECT MAINT-PARM ASSIGN TO "MAINTPRM"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT MAINT-REPORT ASSIGN TO "MAINTRPT"
000711         ORGANIZATION IS LINE SEQUENTIAL.
000712     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000740 DATA DIVISION.
001260     LABEL RECORDS ARE STANDARD.
001270 01  REPORT-LINE PIC X(80).
001280
001281 FD  BUSINESS-DATE-FILE
001282     LABEL RECORDS ARE STANDARD.
001283 01  BUSINESS-DATE-RECORD.
001284     COPY BUSDATE.
001285
001290 WORKING-STORAGE SECTION.
001300 01 WS-VM-STATUS PIC X(02) VALUE '00'.
001310 01 WS-VN-STATUS PIC X(02) VALUE '00'.
001460 01 WS-LOSER-DATE PIC 9(06).
001470 01 WS-LOSER-BADGE PIC 9(06).
001480 01 WS-NORM-NAME PIC X(20).
001482 01 WS-ERASED-PLACEHOLDER PIC X(20) VALUE '*** ERASED ***'.
001490 01 WS-MERGE-MAP.
001500     05 WS-MAP-ENTRY OCCURS 2000 TIMES
001510        INDEXED BY WS-MAP-IDX.
001600     05 WS-CD-YY PIC 9(02).
001610     05 WS-CD-MM PIC 9(02).
001620     05 WS-CD-DD PIC 9(02).
001622 01 WS-CLOCK-DATE PIC 9(06).
001630 01 WS-CUTOFF-DATE.
001640     05 WS-CO-YY PIC 9(02).
001650     05 WS-CO-MM PIC 9(02).
002090        88 WS-EOF-ALIAS VALUE 'Y'.
002100     05 WS-EOF-VMWORK-SW PIC X(01) VALUE 'N'.
002110        88 WS-EOF-VMWORK VALUE 'Y'.
002112     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
002114        88 WS-EOF-BUSDATE VALUE 'Y'.
002120
002130 PROCEDURE DIVISION.
002140 0000-MAIN-PROCEDURE.
002220     STOP RUN.
002230
002240 1000-INITIALIZE.
002242     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002250     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002260     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT.
002270     OPEN INPUT VISITOR-MASTER.
002450 1000-EXIT.
002460     EXIT.
002470
002471*------------------------------------------------------------------*
002472* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
002473* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
002474* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
002475* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
002476*------------------------------------------------------------------*
002477 1050-READ-BUSINESS-DATE.
002478     OPEN INPUT BUSINESS-DATE-FILE.
002479     READ BUSINESS-DATE-FILE
002480         AT END
002481             SET WS-EOF-BUSDATE TO TRUE
002482     END-READ.
002483     CLOSE BUSINESS-DATE-FILE.
002484     IF WS-EOF-BUSDATE
002485         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
002486             ' IS OPEN'
002487         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
002488             ' RESUBMIT.'
002489         MOVE 16 TO RETURN-CODE
002490         STOP RUN
002491     END-IF.
002492     IF NOT BD-DAY-OPEN
002493         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
002494             ' (STATUS ' BD-STATUS ')'
002495         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
002496         MOVE 16 TO RETURN-CODE
002497         STOP RUN
002498     END-IF.
002499     ACCEPT WS-CLOCK-DATE FROM DATE.
002500     IF BD-BUSINESS-DATE IS NOT NUMERIC
002501         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
002502         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
002503             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
002504         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
002505         MOVE 16 TO RETURN-CODE
002506         STOP RUN
002507     END-IF.
002508     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
002509 1050-EXIT.
002510     EXIT.
002511
002480 1100-READ-PARM.
002490     OPEN INPUT MAINT-PARM.
002500     READ MAINT-PARM
002630     EXIT.
002640
002650 1200-COMPUTE-CUTOFF.
002670     COMPUTE WS-TOTAL-MONTHS =
002680         WS-CD-YY * 12 + WS-CD-MM - 1 - WS-RETENTION-MONTHS.
002690     IF WS-TOTAL-MONTHS < 0
003250     MOVE 'K' TO VW-DISP-SW.
003260     MOVE 'N' TO VW-DUPFLAG-SW.
003270     WRITE MASTER-WORK-RECORD.
003271*    A RECORD ERASED BY VERASE CARRIES THE FIXED PLACEHOLDER AS
003272*    ITS NAME; THOSE ARE DIFFERENT PEOPLE, NOT CASE VARIANTS, SO
003273*    THEY ARE KEPT OUT OF THE NAME INDEX.
003274     IF VW-NAME = WS-ERASED-PLACEHOLDER
003275         GO TO 2200-EXIT
003276     END-IF.
003280     MOVE VM-NAME OF VISITOR-MASTER-RECORD TO WS-NORM-NAME.
003290     INSPECT WS-NORM-NAME
003300         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
