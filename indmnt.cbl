000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INDMNT.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. SAFETY INDUCTION AND NDA        *
000120*                 MAINTENANCE, REPLACING THE BINDER AT THE DESK:   *
000130*                 APPLIES A/R TRANSACTIONS FROM INDTRAN TO THE     *
000140*                 INDUCT FILE KEYED ON THE PERMANENT VISITOR ID    *
000150*                 AND ITEM TYPE. AN ADD FOR AN ITEM ALREADY ON     *
000160*                 FILE IS A RENEWAL AND REPLACES THE DATES. EVERY  *
000170*                 CHANGE IS APPENDED TO THE INDAUDT AUDIT TRAIL    *
000180*                 WITH TIMESTAMP AND KEYER ID, AS DENYMNT DOES     *
000190*                 FOR THE DENYLIST.                                *
000200*------------------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT INDUCTION-FILE ASSIGN TO "INDUCT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS IN-KEY
000290         FILE STATUS IS WS-IN-STATUS.
000300     SELECT OPTIONAL INDUCTION-TRANS ASSIGN TO "INDTRAN"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT AUDIT-LOG ASSIGN TO "INDAUDT"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  INDUCTION-FILE
000400     LABEL RECORDS ARE STANDARD.
000410 01  INDUCTION-RECORD.
000420     COPY INDUCT.
000430
000440 FD  INDUCTION-TRANS
000450     LABEL RECORDS ARE STANDARD.
000460 01  INDUCTION-TRANS-RECORD.
000470     05 IT-ACTION PIC X(01).
000480        88 IT-ADD VALUE 'A'.
000490        88 IT-REMOVE VALUE 'R'.
000500     05 FILLER PIC X(01).
000510     05 IT-VISITOR-ID PIC 9(08).
000520     05 FILLER PIC X(01).
000530     05 IT-TYPE PIC X(01).
000540        88 IT-TYPE-VALID VALUES 'S' 'N'.
000550     05 FILLER PIC X(01).
000560     05 IT-COMPLETED-DATE PIC 9(06).
000570     05 FILLER PIC X(01).
000580     05 IT-EXPIRY-DATE PIC 9(06).
000590     05 FILLER PIC X(01).
000600     05 IT-KEYED-BY PIC X(06).
000610
000620 FD  AUDIT-LOG
000630     LABEL RECORDS ARE STANDARD.
000640 01  AUDIT-LOG-RECORD.
000650     05 AU-TIMESTAMP PIC X(14).
000660     05 FILLER PIC X(01).
000670     05 AU-ACTION PIC X(01).
000680     05 FILLER PIC X(01).
000690     05 AU-VISITOR-ID PIC 9(08).
000700     05 FILLER PIC X(01).
000710     05 AU-TYPE PIC X(01).
000720     05 FILLER PIC X(01).
000730     05 AU-COMPLETED-DATE PIC 9(06).
000740     05 FILLER PIC X(01).
000750     05 AU-EXPIRY-DATE PIC 9(06).
000760     05 FILLER PIC X(01).
000770     05 AU-KEYED-BY PIC X(06).
000780
000790 FD  BUSINESS-DATE-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  BUSINESS-DATE-RECORD.
000820     COPY BUSDATE.
000830
000840 WORKING-STORAGE SECTION.
000850 01 WS-IN-STATUS PIC X(02) VALUE '00'.
000860 01 WS-TRANS-READ PIC 9(05) VALUE 0.
000870 01 WS-ADDED-COUNT PIC 9(05) VALUE 0.
000880 01 WS-RENEWED-COUNT PIC 9(05) VALUE 0.
000890 01 WS-REMOVED-COUNT PIC 9(05) VALUE 0.
000900 01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.
000910 01 WS-CURRENT-DATE PIC 9(06).
000920 01 WS-CLOCK-DATE PIC 9(06).
000930 01 WS-CURRENT-TIME PIC 9(08).
000940 01 WS-TIMESTAMP.
000950     05 WS-TS-DATE PIC 9(06).
000960     05 WS-TS-TIME PIC 9(08).
000970 01 WS-SWITCHES.
000980     05 WS-EOF-TRANS-SW PIC X(01) VALUE 'N'.
000990        88 WS-EOF-TRANS VALUE 'Y'.
001000     05 WS-ITEM-FOUND-SW PIC X(01) VALUE 'N'.
001010        88 WS-ITEM-FOUND VALUE 'Y'.
001020     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
001030        88 WS-EOF-BUSDATE VALUE 'Y'.
001040
001050 PROCEDURE DIVISION.
001060 0000-MAIN-PROCEDURE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001090         UNTIL WS-EOF-TRANS.
001100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001110     STOP RUN.
001120
001130 1000-INITIALIZE.
001140     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001150     OPEN I-O INDUCTION-FILE.
001160     IF WS-IN-STATUS = '35'
001170         DISPLAY 'INDUCT NOT FOUND - CREATING NEW INDUCTION FILE'
001180         OPEN OUTPUT INDUCTION-FILE
001190         CLOSE INDUCTION-FILE
001200         OPEN I-O INDUCTION-FILE
001210     END-IF.
001220     IF WS-IN-STATUS NOT = '00'
001230         DISPLAY 'INDUCT OPEN FAILED, STATUS ' WS-IN-STATUS
001240         DISPLAY 'ABENDING - CHECK INDUCT AND RESUBMIT.'
001250         MOVE 16 TO RETURN-CODE
001260         STOP RUN
001270     END-IF.
001280     OPEN INPUT INDUCTION-TRANS.
001290     OPEN EXTEND AUDIT-LOG.
001300 1000-EXIT.
001310     EXIT.
001320
001330*------------------------------------------------------------------*
001340* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
001350* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
001360* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
001370* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
001380*------------------------------------------------------------------*
001390 1050-READ-BUSINESS-DATE.
001400     OPEN INPUT BUSINESS-DATE-FILE.
001410     READ BUSINESS-DATE-FILE
001420         AT END
001430             SET WS-EOF-BUSDATE TO TRUE
001440     END-READ.
001450     CLOSE BUSINESS-DATE-FILE.
001460     IF WS-EOF-BUSDATE
001470         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
001480             ' IS OPEN'
001490         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
001500             ' RESUBMIT.'
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540     IF NOT BD-DAY-OPEN
001550         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
001560             ' (STATUS ' BD-STATUS ')'
001570         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
001580         MOVE 16 TO RETURN-CODE
001590         STOP RUN
001600     END-IF.
001610     ACCEPT WS-CLOCK-DATE FROM DATE.
001620     IF BD-BUSINESS-DATE IS NOT NUMERIC
001630         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
001640         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
001650             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
001660         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF.
001700     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
001710 1050-EXIT.
001720     EXIT.
001730
001740 3000-APPLY-TRANSACTIONS.
001750     READ INDUCTION-TRANS
001760         AT END
001770             SET WS-EOF-TRANS TO TRUE
001780             GO TO 3000-EXIT
001790     END-READ.
001800     ADD 1 TO WS-TRANS-READ.
001810     IF IT-VISITOR-ID IS NOT NUMERIC OR IT-VISITOR-ID = 0
001820         ADD 1 TO WS-REJECTED-COUNT
001830         DISPLAY 'INDTRAN VISITOR ID ' IT-VISITOR-ID
001840             ' IS NOT A VISITOR ID - REJECTED'
001850         GO TO 3000-EXIT
001860     END-IF.
001870     IF NOT IT-TYPE-VALID
001880         ADD 1 TO WS-REJECTED-COUNT
001890         DISPLAY 'INDTRAN TYPE ' IT-TYPE ' FOR VISITOR '
001900             IT-VISITOR-ID ' IS NOT S OR N - REJECTED'
001910         GO TO 3000-EXIT
001920     END-IF.
001930     IF IT-ADD
001940         PERFORM 3100-APPLY-ADD THRU 3100-EXIT
001950     ELSE
001960         IF IT-REMOVE
001970             PERFORM 3200-APPLY-REMOVE THRU 3200-EXIT
001980         ELSE
001990             ADD 1 TO WS-REJECTED-COUNT
002000             DISPLAY 'INDTRAN ACTION ' IT-ACTION ' FOR VISITOR '
002010                 IT-VISITOR-ID ' IS NOT A OR R - REJECTED'
002020         END-IF
002030     END-IF.
002040 3000-EXIT.
002050     EXIT.
002060
002070*------------------------------------------------------------------*
002080* THE COMPLETED DATE MAY NOT BE IN THE FUTURE, AND AN EXPIRY (ZERO *
002090* FOR AN ITEM THAT DOES NOT LAPSE) MAY NOT BE BEFORE IT.           *
002100*------------------------------------------------------------------*
002110 3100-APPLY-ADD.
002120     IF IT-COMPLETED-DATE IS NOT NUMERIC
002130         OR IT-COMPLETED-DATE = 0
002140         OR IT-COMPLETED-DATE > WS-CURRENT-DATE
002150         ADD 1 TO WS-REJECTED-COUNT
002160         DISPLAY 'INDTRAN ADD FOR VISITOR ' IT-VISITOR-ID
002170             ' HAS A BAD COMPLETED DATE - REJECTED'
002180         GO TO 3100-EXIT
002190     END-IF.
002200     IF IT-EXPIRY-DATE IS NOT NUMERIC
002210         ADD 1 TO WS-REJECTED-COUNT
002220         DISPLAY 'INDTRAN ADD FOR VISITOR ' IT-VISITOR-ID
002230             ' HAS A BAD EXPIRY DATE - REJECTED'
002240         GO TO 3100-EXIT
002250     END-IF.
002260     IF IT-EXPIRY-DATE NOT = 0
002270         AND IT-EXPIRY-DATE < IT-COMPLETED-DATE
002280         ADD 1 TO WS-REJECTED-COUNT
002290         DISPLAY 'INDTRAN ADD FOR VISITOR ' IT-VISITOR-ID
002300             ' EXPIRES BEFORE IT WAS COMPLETED - REJECTED'
002310         GO TO 3100-EXIT
002320     END-IF.
002330     PERFORM 3500-READ-ITEM THRU 3500-EXIT.
002340     MOVE IT-COMPLETED-DATE TO IN-COMPLETED-DATE.
002350     MOVE IT-EXPIRY-DATE TO IN-EXPIRY-DATE.
002360     IF WS-ITEM-FOUND
002370         REWRITE INDUCTION-RECORD
002380         ADD 1 TO WS-RENEWED-COUNT
002390         MOVE 'U' TO AU-ACTION
002400     ELSE
002410         WRITE INDUCTION-RECORD
002420         ADD 1 TO WS-ADDED-COUNT
002430         MOVE 'A' TO AU-ACTION
002440     END-IF.
002450     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
002460 3100-EXIT.
002470     EXIT.
002480
002490 3200-APPLY-REMOVE.
002500     PERFORM 3500-READ-ITEM THRU 3500-EXIT.
002510     IF NOT WS-ITEM-FOUND
002520         ADD 1 TO WS-REJECTED-COUNT
002530         DISPLAY 'INDTRAN REMOVE FOR VISITOR ' IT-VISITOR-ID
002540             ' TYPE ' IT-TYPE ' NOT ON FILE - REJECTED'
002550         GO TO 3200-EXIT
002560     END-IF.
002570     DELETE INDUCTION-FILE RECORD.
002580     ADD 1 TO WS-REMOVED-COUNT.
002590     MOVE 'R' TO AU-ACTION.
002600     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
002610 3200-EXIT.
002620     EXIT.
002630
002640 3500-READ-ITEM.
002650     MOVE 'N' TO WS-ITEM-FOUND-SW.
002660     MOVE SPACES TO INDUCTION-RECORD.
002670     MOVE IT-VISITOR-ID TO IN-VISITOR-ID.
002680     MOVE IT-TYPE TO IN-TYPE.
002690     READ INDUCTION-FILE
002700         INVALID KEY
002710             GO TO 3500-EXIT
002720     END-READ.
002730     MOVE 'Y' TO WS-ITEM-FOUND-SW.
002740 3500-EXIT.
002750     EXIT.
002760
002770*------------------------------------------------------------------*
002780* APPENDS ONE TIMESTAMPED LINE TO THE INDAUDT AUDIT TRAIL.         *
002790* AU-ACTION IS SET BY THE CALLER: A = ADDED, U = RENEWED (DATES    *
002800* REPLACED), R = REMOVED. THE DATES ARE THOSE OF THE RECORD AS     *
002810* WRITTEN, OR AS IT STOOD WHEN IT WAS REMOVED.                     *
002820*------------------------------------------------------------------*
002830 3600-WRITE-AUDIT.
002840     ACCEPT WS-CURRENT-TIME FROM TIME.
002850     MOVE WS-CURRENT-DATE TO WS-TS-DATE.
002860     MOVE WS-CURRENT-TIME TO WS-TS-TIME.
002870     MOVE WS-TIMESTAMP TO AU-TIMESTAMP.
002880     MOVE IN-VISITOR-ID TO AU-VISITOR-ID.
002890     MOVE IN-TYPE TO AU-TYPE.
002900     MOVE IN-COMPLETED-DATE TO AU-COMPLETED-DATE.
002910     MOVE IN-EXPIRY-DATE TO AU-EXPIRY-DATE.
002920     MOVE IT-KEYED-BY TO AU-KEYED-BY.
002930     WRITE AUDIT-LOG-RECORD.
002940 3600-EXIT.
002950     EXIT.
002960
002970 9000-TERMINATE.
002980     CLOSE INDUCTION-FILE.
002990     CLOSE INDUCTION-TRANS.
003000     CLOSE AUDIT-LOG.
003010     DISPLAY 'Induction maintenance complete. ' WS-TRANS-READ
003020         ' read, ' WS-ADDED-COUNT ' added, ' WS-RENEWED-COUNT
003030         ' renewed, ' WS-REMOVED-COUNT ' removed, '
003040         WS-REJECTED-COUNT ' rejected.'.
003050 9000-EXIT.
003060     EXIT.
