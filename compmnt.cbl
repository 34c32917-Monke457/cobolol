000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COMPMNT.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. COMPANY MASTER MAINTENANCE:     *
000120*                 APPLIES COMPTRAN TRANSACTIONS TO THE COMPMAST    *
000130*                 COMPANY MASTER AND ITS COMPALS NAME-VARIANT      *
000140*                 FILE. A ADDS OR CHANGES A COMPANY (CANONICAL     *
000150*                 NAME, CONTRACTOR FLAG, COMPLIANCE DATE) AND      *
000160*                 FILES ITS CANONICAL NAME AS A VARIANT, R REMOVES *
000170*                 A COMPANY WITH ALL ITS VARIANTS, V ADDS AND X    *
000180*                 DROPS A SINGLE VARIANT. EVERY CHANGE IS APPENDED *
000190*                 TO THE COMPAUDT AUDIT TRAIL WITH TIMESTAMP AND   *
000200*                 KEYER ID, AS DENYMNT DOES FOR THE DENYLIST.      *
000210*------------------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT COMPANY-MASTER ASSIGN TO "COMPMAST"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS CM-COMPANY-CODE
000300         FILE STATUS IS WS-CM-STATUS.
000310     SELECT COMPANY-ALIAS ASSIGN TO "COMPALS"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CA-NORM-NAME
000350         FILE STATUS IS WS-CA-STATUS.
000360     SELECT OPTIONAL COMPANY-TRANS ASSIGN TO "COMPTRAN"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT AUDIT-LOG ASSIGN TO "COMPAUDT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  COMPANY-MASTER
000460     LABEL RECORDS ARE STANDARD.
000470 01  COMPANY-MASTER-RECORD.
000480     COPY COMPMAST.
000490
000500 FD  COMPANY-ALIAS
000510     LABEL RECORDS ARE STANDARD.
000520 01  COMPANY-ALIAS-RECORD.
000530     COPY COMPALS.
000540
000550 FD  COMPANY-TRANS
000560     LABEL RECORDS ARE STANDARD.
000570 01  COMPANY-TRANS-RECORD.
000580     05 CX-ACTION PIC X(01).
000590        88 CX-ADD VALUE 'A'.
000600        88 CX-REMOVE VALUE 'R'.
000610        88 CX-ADD-VARIANT VALUE 'V'.
000620        88 CX-DROP-VARIANT VALUE 'X'.
000630     05 FILLER PIC X(01).
000640     05 CX-COMPANY-CODE PIC X(06).
000650     05 FILLER PIC X(01).
000660     05 CX-NAME PIC X(20).
000670     05 FILLER PIC X(01).
000680     05 CX-CONTRACTOR-SW PIC X(01).
000690        88 CX-CONTRACTOR-VALID VALUES 'Y' 'N'.
000700     05 FILLER PIC X(01).
000710     05 CX-COMPLY-DATE PIC 9(06).
000720     05 FILLER PIC X(01).
000730     05 CX-KEYED-BY PIC X(06).
000740
000750 FD  AUDIT-LOG
000760     LABEL RECORDS ARE STANDARD.
000770 01  AUDIT-LOG-RECORD.
000780     05 AU-TIMESTAMP PIC X(14).
000790     05 FILLER PIC X(01).
000800     05 AU-ACTION PIC X(01).
000810     05 FILLER PIC X(01).
000820     05 AU-COMPANY-CODE PIC X(06).
000830     05 FILLER PIC X(01).
000840     05 AU-NAME PIC X(20).
000850     05 FILLER PIC X(01).
000860     05 AU-CONTRACTOR-SW PIC X(01).
000870     05 FILLER PIC X(01).
000880     05 AU-COMPLY-DATE PIC 9(06).
000890     05 FILLER PIC X(01).
000900     05 AU-KEYED-BY PIC X(06).
000910
000920 FD  BUSINESS-DATE-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  BUSINESS-DATE-RECORD.
000950     COPY BUSDATE.
000960
000970 WORKING-STORAGE SECTION.
000980 01 WS-CM-STATUS PIC X(02) VALUE '00'.
000990 01 WS-CA-STATUS PIC X(02) VALUE '00'.
001000 01 WS-TRANS-READ PIC 9(05) VALUE 0.
001010 01 WS-ADDED-COUNT PIC 9(05) VALUE 0.
001020 01 WS-CHANGED-COUNT PIC 9(05) VALUE 0.
001030 01 WS-REMOVED-COUNT PIC 9(05) VALUE 0.
001040 01 WS-VARIANTS-ADDED PIC 9(05) VALUE 0.
001050 01 WS-VARIANTS-DROPPED PIC 9(05) VALUE 0.
001060 01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.
001070 01 WS-NORM-NAME PIC X(20).
001080 01 WS-CANON-NORM-NAME PIC X(20).
001090 01 WS-UPPER-ALPHABET PIC X(26) VALUE
001100     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001110 01 WS-LOWER-ALPHABET PIC X(26) VALUE
001120     'abcdefghijklmnopqrstuvwxyz'.
001130 01 WS-CURRENT-DATE PIC 9(06).
001140 01 WS-CLOCK-DATE PIC 9(06).
001150 01 WS-CURRENT-TIME PIC 9(08).
001160 01 WS-TIMESTAMP.
001170     05 WS-TS-DATE PIC 9(06).
001180     05 WS-TS-TIME PIC 9(08).
001190 01 WS-SWITCHES.
001200     05 WS-EOF-TRANS-SW PIC X(01) VALUE 'N'.
001210        88 WS-EOF-TRANS VALUE 'Y'.
001220     05 WS-COMPANY-FOUND-SW PIC X(01) VALUE 'N'.
001230        88 WS-COMPANY-FOUND VALUE 'Y'.
001240     05 WS-VARIANT-FOUND-SW PIC X(01) VALUE 'N'.
001250        88 WS-VARIANT-FOUND VALUE 'Y'.
001260     05 WS-EOF-ALIAS-SW PIC X(01) VALUE 'N'.
001270        88 WS-EOF-ALIAS VALUE 'Y'.
001280     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
001290        88 WS-EOF-BUSDATE VALUE 'Y'.
001300
001310 PROCEDURE DIVISION.
001320 0000-MAIN-PROCEDURE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001350         UNTIL WS-EOF-TRANS.
001360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001370     STOP RUN.
001380
001390 1000-INITIALIZE.
001400     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001410     OPEN I-O COMPANY-MASTER.
001420     IF WS-CM-STATUS = '35'
001430         DISPLAY 'COMPMAST NOT FOUND - CREATING NEW COMPANY'
001440             ' MASTER'
001450         OPEN OUTPUT COMPANY-MASTER
001460         CLOSE COMPANY-MASTER
001470         OPEN I-O COMPANY-MASTER
001480     END-IF.
001490     IF WS-CM-STATUS NOT = '00'
001500         DISPLAY 'COMPMAST OPEN FAILED, STATUS ' WS-CM-STATUS
001510         DISPLAY 'ABENDING - CHECK COMPMAST AND RESUBMIT.'
001520         MOVE 16 TO RETURN-CODE
001530         STOP RUN
001540     END-IF.
001550     OPEN I-O COMPANY-ALIAS.
001560     IF WS-CA-STATUS = '35'
001570         DISPLAY 'COMPALS NOT FOUND - CREATING NEW VARIANT FILE'
001580         OPEN OUTPUT COMPANY-ALIAS
001590         CLOSE COMPANY-ALIAS
001600         OPEN I-O COMPANY-ALIAS
001610     END-IF.
001620     IF WS-CA-STATUS NOT = '00'
001630         DISPLAY 'COMPALS OPEN FAILED, STATUS ' WS-CA-STATUS
001640         DISPLAY 'ABENDING - CHECK COMPALS AND RESUBMIT.'
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF.
001680     OPEN INPUT COMPANY-TRANS.
001690     OPEN EXTEND AUDIT-LOG.
001700 1000-EXIT.
001710     EXIT.
001720*------------------------------------------------------------------*
001730* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
001740* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
001750* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
001760* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
001770*------------------------------------------------------------------*
001780 1050-READ-BUSINESS-DATE.
001790     OPEN INPUT BUSINESS-DATE-FILE.
001800     READ BUSINESS-DATE-FILE
001810         AT END
001820             SET WS-EOF-BUSDATE TO TRUE
001830     END-READ.
001840     CLOSE BUSINESS-DATE-FILE.
001850     IF WS-EOF-BUSDATE
001860         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
001870             ' IS OPEN'
001880         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
001890             ' RESUBMIT.'
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     IF NOT BD-DAY-OPEN
001940         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
001950             ' (STATUS ' BD-STATUS ')'
001960         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF.
002000     ACCEPT WS-CLOCK-DATE FROM DATE.
002010     IF BD-BUSINESS-DATE IS NOT NUMERIC
002020         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
002030         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
002040             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
002050         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
002100 1050-EXIT.
002110     EXIT.
002120
002130*------------------------------------------------------------------*
002140* COMPANY CODES ARE KEPT IN UPPER CASE SO A CODE KEYED IN LOWER    *
002150* CASE STILL FINDS ITS COMPANY.                                    *
002160*------------------------------------------------------------------*
002170 3000-APPLY-TRANSACTIONS.
002180     READ COMPANY-TRANS
002190         AT END
002200             SET WS-EOF-TRANS TO TRUE
002210             GO TO 3000-EXIT
002220     END-READ.
002230     ADD 1 TO WS-TRANS-READ.
002240     INSPECT CX-COMPANY-CODE
002250         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
002260     IF CX-COMPANY-CODE = SPACES
002270         ADD 1 TO WS-REJECTED-COUNT
002280         DISPLAY 'COMPTRAN ' CX-ACTION ' FOR ' CX-NAME
002290             ' HAS NO COMPANY CODE - REJECTED'
002300         GO TO 3000-EXIT
002310     END-IF.
002320     IF CX-ADD
002330         PERFORM 3100-APPLY-ADD THRU 3100-EXIT
002340         GO TO 3000-EXIT
002350     END-IF.
002360     IF CX-REMOVE
002370         PERFORM 3200-APPLY-REMOVE THRU 3200-EXIT
002380         GO TO 3000-EXIT
002390     END-IF.
002400     IF CX-ADD-VARIANT
002410         PERFORM 3300-APPLY-ADD-VARIANT THRU 3300-EXIT
002420         GO TO 3000-EXIT
002430     END-IF.
002440     IF CX-DROP-VARIANT
002450         PERFORM 3400-APPLY-DROP-VARIANT THRU 3400-EXIT
002460         GO TO 3000-EXIT
002470     END-IF.
002480     ADD 1 TO WS-REJECTED-COUNT.
002490     DISPLAY 'COMPTRAN ACTION ' CX-ACTION ' FOR COMPANY '
002500         CX-COMPANY-CODE ' IS NOT A, R, V OR X - REJECTED'.
002510 3000-EXIT.
002520     EXIT.
002530
002540*------------------------------------------------------------------*
002550* AN ADD FOR A CODE ALREADY ON FILE IS A CHANGE AND REPLACES THE   *
002560* NAME, FLAG AND DATE. A BLANK CONTRACTOR FLAG MEANS N, AND THE    *
002570* COMPLIANCE DATE IS THE LAST GOOD DAY (ZERO NEVER LAPSES). THE    *
002580* CANONICAL NAME IS FILED AS A VARIANT TOO, UNLESS IT ALREADY      *
002590* RESOLVES TO SOME OTHER COMPANY. A RENAMED COMPANY KEEPS ITS OLD  *
002600* NAME AS A VARIANT SO VISITORS WHO STILL USE IT ARE RESOLVED.     *
002610*------------------------------------------------------------------*
002620 3100-APPLY-ADD.
002630     IF CX-NAME = SPACES
002640         ADD 1 TO WS-REJECTED-COUNT
002650         DISPLAY 'COMPTRAN ADD FOR COMPANY ' CX-COMPANY-CODE
002660             ' HAS NO COMPANY NAME - REJECTED'
002670         GO TO 3100-EXIT
002680     END-IF.
002690     IF CX-CONTRACTOR-SW = SPACE
002700         MOVE 'N' TO CX-CONTRACTOR-SW
002710     END-IF.
002720     IF NOT CX-CONTRACTOR-VALID
002730         ADD 1 TO WS-REJECTED-COUNT
002740         DISPLAY 'COMPTRAN ADD FOR COMPANY ' CX-COMPANY-CODE
002750             ' CONTRACTOR FLAG ' CX-CONTRACTOR-SW
002760             ' IS NOT Y OR N - REJECTED'
002770         GO TO 3100-EXIT
002780     END-IF.
002790     IF CX-COMPLY-DATE IS NOT NUMERIC
002800         ADD 1 TO WS-REJECTED-COUNT
002810         DISPLAY 'COMPTRAN ADD FOR COMPANY ' CX-COMPANY-CODE
002820             ' HAS A BAD COMPLIANCE DATE - REJECTED'
002830         GO TO 3100-EXIT
002840     END-IF.
002850     MOVE CX-NAME TO WS-NORM-NAME.
002860     INSPECT WS-NORM-NAME
002870         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
002880     PERFORM 3550-READ-VARIANT THRU 3550-EXIT.
002890     IF WS-VARIANT-FOUND
002900         AND CA-COMPANY-CODE NOT = CX-COMPANY-CODE
002910         ADD 1 TO WS-REJECTED-COUNT
002920         DISPLAY 'COMPTRAN ADD FOR COMPANY ' CX-COMPANY-CODE
002930             ' NAME ' CX-NAME ' ALREADY BELONGS TO '
002940             CA-COMPANY-CODE ' - REJECTED'
002950         GO TO 3100-EXIT
002960     END-IF.
002970     PERFORM 3500-READ-COMPANY THRU 3500-EXIT.
002980     MOVE CX-NAME TO CM-NAME.
002990     MOVE CX-CONTRACTOR-SW TO CM-CONTRACTOR-SW.
003000     MOVE CX-COMPLY-DATE TO CM-COMPLY-DATE.
003010     IF WS-COMPANY-FOUND
003020         REWRITE COMPANY-MASTER-RECORD
003030         ADD 1 TO WS-CHANGED-COUNT
003040         MOVE 'U' TO AU-ACTION
003050     ELSE
003060         WRITE COMPANY-MASTER-RECORD
003070         ADD 1 TO WS-ADDED-COUNT
003080         MOVE 'A' TO AU-ACTION
003090     END-IF.
003100     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
003110     IF NOT WS-VARIANT-FOUND
003120         PERFORM 3650-WRITE-VARIANT THRU 3650-EXIT
003130     END-IF.
003140 3100-EXIT.
003150     EXIT.
003160
003170*------------------------------------------------------------------*
003180* A REMOVED COMPANY TAKES ALL ITS VARIANTS WITH IT, SO NO SPELLING *
003190* IS LEFT POINTING AT A CODE THAT IS NO LONGER ON THE MASTER.      *
003200*------------------------------------------------------------------*
003210 3200-APPLY-REMOVE.
003220     PERFORM 3500-READ-COMPANY THRU 3500-EXIT.
003230     IF NOT WS-COMPANY-FOUND
003240         ADD 1 TO WS-REJECTED-COUNT
003250         DISPLAY 'COMPTRAN REMOVE FOR COMPANY ' CX-COMPANY-CODE
003260             ' NOT ON FILE - REJECTED'
003270         GO TO 3200-EXIT
003280     END-IF.
003290     DELETE COMPANY-MASTER RECORD.
003300     ADD 1 TO WS-REMOVED-COUNT.
003310     MOVE 'R' TO AU-ACTION.
003320     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
003330     MOVE 'N' TO WS-EOF-ALIAS-SW.
003340     MOVE LOW-VALUES TO CA-NORM-NAME.
003350     START COMPANY-ALIAS KEY > CA-NORM-NAME
003360         INVALID KEY
003370             SET WS-EOF-ALIAS TO TRUE
003380     END-START.
003390     PERFORM 3250-DROP-COMPANY-VARIANT THRU 3250-EXIT
003400         UNTIL WS-EOF-ALIAS.
003410 3200-EXIT.
003420     EXIT.
003430
003440 3250-DROP-COMPANY-VARIANT.
003450     READ COMPANY-ALIAS NEXT RECORD
003460         AT END
003470             SET WS-EOF-ALIAS TO TRUE
003480             GO TO 3250-EXIT
003490     END-READ.
003500     IF CA-COMPANY-CODE NOT = CX-COMPANY-CODE
003510         GO TO 3250-EXIT
003520     END-IF.
003530     DELETE COMPANY-ALIAS RECORD.
003540     ADD 1 TO WS-VARIANTS-DROPPED.
003550     MOVE 'X' TO AU-ACTION.
003560     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
003570 3250-EXIT.
003580     EXIT.
003590
003600 3300-APPLY-ADD-VARIANT.
003610     IF CX-NAME = SPACES
003620         ADD 1 TO WS-REJECTED-COUNT
003630         DISPLAY 'COMPTRAN VARIANT FOR COMPANY ' CX-COMPANY-CODE
003640             ' HAS NO NAME - REJECTED'
003650         GO TO 3300-EXIT
003660     END-IF.
003670     PERFORM 3500-READ-COMPANY THRU 3500-EXIT.
003680     IF NOT WS-COMPANY-FOUND
003690         ADD 1 TO WS-REJECTED-COUNT
003700         DISPLAY 'COMPTRAN VARIANT FOR COMPANY ' CX-COMPANY-CODE
003710             ' - COMPANY NOT ON FILE - REJECTED'
003720         GO TO 3300-EXIT
003730     END-IF.
003740     MOVE CX-NAME TO WS-NORM-NAME.
003750     INSPECT WS-NORM-NAME
003760         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
003770     PERFORM 3550-READ-VARIANT THRU 3550-EXIT.
003780     IF WS-VARIANT-FOUND
003790         ADD 1 TO WS-REJECTED-COUNT
003800         DISPLAY 'COMPTRAN VARIANT ' WS-NORM-NAME
003810             ' ALREADY ON FILE FOR ' CA-COMPANY-CODE ' - REJECTED'
003820         GO TO 3300-EXIT
003830     END-IF.
003840     PERFORM 3650-WRITE-VARIANT THRU 3650-EXIT.
003850 3300-EXIT.
003860     EXIT.
003870
003880*------------------------------------------------------------------*
003890* THE VARIANT FOR A COMPANY'S OWN CANONICAL NAME STAYS AS LONG AS  *
003900* THE COMPANY DOES; IT GOES ONLY WITH AN R FOR THE WHOLE COMPANY.  *
003910*------------------------------------------------------------------*
003920 3400-APPLY-DROP-VARIANT.
003930     MOVE CX-NAME TO WS-NORM-NAME.
003940     INSPECT WS-NORM-NAME
003950         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
003960     PERFORM 3550-READ-VARIANT THRU 3550-EXIT.
003970     IF NOT WS-VARIANT-FOUND
003980         OR CA-COMPANY-CODE NOT = CX-COMPANY-CODE
003990         ADD 1 TO WS-REJECTED-COUNT
004000         DISPLAY 'COMPTRAN DROP VARIANT ' WS-NORM-NAME
004010             ' NOT ON FILE FOR ' CX-COMPANY-CODE ' - REJECTED'
004020         GO TO 3400-EXIT
004030     END-IF.
004040     PERFORM 3500-READ-COMPANY THRU 3500-EXIT.
004050     MOVE CM-NAME TO WS-CANON-NORM-NAME.
004060     INSPECT WS-CANON-NORM-NAME
004070         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
004080     IF WS-COMPANY-FOUND
004090         AND WS-CANON-NORM-NAME = WS-NORM-NAME
004100         ADD 1 TO WS-REJECTED-COUNT
004110         DISPLAY 'COMPTRAN DROP VARIANT ' WS-NORM-NAME
004120             ' IS THE CANONICAL NAME OF ' CX-COMPANY-CODE
004130             ' - REJECTED'
004140         GO TO 3400-EXIT
004150     END-IF.
004160     DELETE COMPANY-ALIAS RECORD.
004170     ADD 1 TO WS-VARIANTS-DROPPED.
004180     MOVE 'X' TO AU-ACTION.
004190     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
004200 3400-EXIT.
004210     EXIT.
004220
004230 3500-READ-COMPANY.
004240     MOVE 'N' TO WS-COMPANY-FOUND-SW.
004250     MOVE SPACES TO COMPANY-MASTER-RECORD.
004260     MOVE CX-COMPANY-CODE TO CM-COMPANY-CODE.
004270     READ COMPANY-MASTER
004280         INVALID KEY
004290             GO TO 3500-EXIT
004300     END-READ.
004310     MOVE 'Y' TO WS-COMPANY-FOUND-SW.
004320 3500-EXIT.
004330     EXIT.
004340
004350 3550-READ-VARIANT.
004360     MOVE 'N' TO WS-VARIANT-FOUND-SW.
004370     MOVE WS-NORM-NAME TO CA-NORM-NAME.
004380     READ COMPANY-ALIAS
004390         INVALID KEY
004400             GO TO 3550-EXIT
004410     END-READ.
004420     MOVE 'Y' TO WS-VARIANT-FOUND-SW.
004430 3550-EXIT.
004440     EXIT.
004450
004460 3650-WRITE-VARIANT.
004470     MOVE WS-NORM-NAME TO CA-NORM-NAME.
004480     MOVE CX-COMPANY-CODE TO CA-COMPANY-CODE.
004490     WRITE COMPANY-ALIAS-RECORD.
004500     ADD 1 TO WS-VARIANTS-ADDED.
004510     MOVE 'V' TO AU-ACTION.
004520     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
004530 3650-EXIT.
004540     EXIT.
004550
004560*------------------------------------------------------------------*
004570* APPENDS ONE TIMESTAMPED LINE TO THE COMPAUDT AUDIT TRAIL.        *
004580* AU-ACTION IS SET BY THE CALLER: A = COMPANY ADDED, U = CHANGED,  *
004590* R = REMOVED (AS IT STOOD), V = VARIANT ADDED, X = VARIANT        *
004600* DROPPED. A VARIANT LINE CARRIES THE VARIANT AS THE NAME AND NO   *
004610* FLAG OR DATE.                                                    *
004620*------------------------------------------------------------------*
004630 3600-WRITE-AUDIT.
004640     ACCEPT WS-CURRENT-TIME FROM TIME.
004650     MOVE WS-CURRENT-DATE TO WS-TS-DATE.
004660     MOVE WS-CURRENT-TIME TO WS-TS-TIME.
004670     MOVE WS-TIMESTAMP TO AU-TIMESTAMP.
004680     IF AU-ACTION = 'V' OR AU-ACTION = 'X'
004690         MOVE CA-COMPANY-CODE TO AU-COMPANY-CODE
004700         MOVE CA-NORM-NAME TO AU-NAME
004710         MOVE SPACE TO AU-CONTRACTOR-SW
004720         MOVE 0 TO AU-COMPLY-DATE
004730     ELSE
004740         MOVE CM-COMPANY-CODE TO AU-COMPANY-CODE
004750         MOVE CM-NAME TO AU-NAME
004760         MOVE CM-CONTRACTOR-SW TO AU-CONTRACTOR-SW
004770         MOVE CM-COMPLY-DATE TO AU-COMPLY-DATE
004780     END-IF.
004790     MOVE CX-KEYED-BY TO AU-KEYED-BY.
004800     WRITE AUDIT-LOG-RECORD.
004810 3600-EXIT.
004820     EXIT.
004830
004840 9000-TERMINATE.
004850     CLOSE COMPANY-MASTER.
004860     CLOSE COMPANY-ALIAS.
004870     CLOSE COMPANY-TRANS.
004880     CLOSE AUDIT-LOG.
004890     DISPLAY 'Company maintenance complete. ' WS-TRANS-READ
004900         ' read, ' WS-ADDED-COUNT ' added, ' WS-CHANGED-COUNT
004910         ' changed, ' WS-REMOVED-COUNT ' removed, '
004920         WS-VARIANTS-ADDED ' variants added, '
004930         WS-VARIANTS-DROPPED ' variants dropped, '
004940         WS-REJECTED-COUNT ' rejected.'.
004950 9000-EXIT.
004960     EXIT.
