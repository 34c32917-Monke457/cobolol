000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VERASE.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. RIGHT-TO-ERASURE RUN DRIVEN BY  *
000120*                 THE ERASREQ FILE OF VISITOR IDS. EVERY RECORD    *
000130*                 THE PERSON APPEARS ON IN VISTMAST, GREETHST AND  *
000140*                 DEPARTHS HAS ITS NAME AND COMPANY REPLACED BY A  *
000150*                 FIXED PLACEHOLDER, AND THEIR VISITALS ALIASES    *
000160*                 ARE DROPPED. COUNTS, DATES AND BADGE NUMBERS ARE *
000170*                 KEPT SO THE TREND, VISITOR AND CONTROL REPORTS   *
000180*                 STILL FOOT. ANYONE WITH AN OPEN DENYLIST ENTRY   *
000190*                 OR A PENDING SECCASE SECURITY CASE IS REFUSED.   *
000200*                 THE FILES ARE WRITTEN TO THE VISTMSTN, VISTALSN, *
000210*                 GREETHSN AND DEPARTHN GENERATIONS AND PROMOTED   *
000220*                 BY THE JOB STEP THAT FOLLOWS, AS VMAINT AND      *
000230*                 GLARCH DO. PRINTS THE ERASCERT CERTIFICATE AND   *
000240*                 APPENDS ONE ERASAUDT RECORD PER REQUEST.         *
000250*------------------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL ERASURE-REQUESTS ASSIGN TO "ERASREQ"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT VISITOR-MASTER ASSIGN TO "VISTMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS VM-VISITOR-ID OF VISITOR-MASTER-RECORD
000360         FILE STATUS IS WS-VM-STATUS.
000370     SELECT VISITOR-MASTER-NEW ASSIGN TO "VISTMSTN"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS VM-VISITOR-ID OF VISITOR-MASTER-NEW-RECORD
000410         FILE STATUS IS WS-VN-STATUS.
000420     SELECT OPTIONAL VISITOR-ALIAS ASSIGN TO "VISITALS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS AL-NORM-NAME OF VISITOR-ALIAS-RECORD
000460         FILE STATUS IS WS-AL-STATUS.
000470     SELECT VISITOR-ALIAS-NEW ASSIGN TO "VISTALSN"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS AL-NORM-NAME OF VISITOR-ALIAS-NEW-RECORD
000510         FILE STATUS IS WS-AN-STATUS.
000520     SELECT OPTIONAL HISTORY-IN ASSIGN TO "GREETHST"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT HISTORY-OUT ASSIGN TO "GREETHSN"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT OPTIONAL DEPART-HIST-IN ASSIGN TO "DEPARTHS"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT DEPART-HIST-OUT ASSIGN TO "DEPARTHN"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT OPTIONAL DENYLIST-FILE ASSIGN TO "DENYLIST"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT OPTIONAL SECURITY-CASES ASSIGN TO "SECCASE"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT CERTIFICATE-REPORT ASSIGN TO "ERASCERT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT ERASURE-AUDIT ASSIGN TO "ERASAUDT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ERASURE-REQUESTS
000740     LABEL RECORDS ARE STANDARD.
000750 01  ERASURE-REQUEST-RECORD.
000760     05 ER-VISITOR-ID PIC 9(08).
000770     05 FILLER PIC X(01).
000780     05 ER-REQUEST-REF PIC X(10).
000790     05 FILLER PIC X(01).
000800     05 ER-KEYED-BY PIC X(06).
000810
000820 FD  VISITOR-MASTER
000830     LABEL RECORDS ARE STANDARD.
000840 01  VISITOR-MASTER-RECORD.
000850     COPY VISTMAST.
000860
000870 FD  VISITOR-MASTER-NEW
000880     LABEL RECORDS ARE STANDARD.
000890 01  VISITOR-MASTER-NEW-RECORD.
000900     COPY VISTMAST.
000910
000920 FD  VISITOR-ALIAS
000930     LABEL RECORDS ARE STANDARD.
000940 01  VISITOR-ALIAS-RECORD.
000950     COPY VISITALS.
000960
000970 FD  VISITOR-ALIAS-NEW
000980     LABEL RECORDS ARE STANDARD.
000990 01  VISITOR-ALIAS-NEW-RECORD.
001000     COPY VISITALS.
001010
001020 FD  HISTORY-IN
001030     LABEL RECORDS ARE STANDARD.
001040 01  HISTORY-IN-RECORD PIC X(120).
001050
001060 FD  HISTORY-OUT
001070     LABEL RECORDS ARE STANDARD.
001080 01  HISTORY-OUT-RECORD PIC X(120).
001090
001100 FD  DEPART-HIST-IN
001110     LABEL RECORDS ARE STANDARD.
001120 01  DEPART-HIST-IN-RECORD PIC X(80).
001130
001140 FD  DEPART-HIST-OUT
001150     LABEL RECORDS ARE STANDARD.
001160 01  DEPART-HIST-OUT-RECORD PIC X(80).
001170
001180 FD  DENYLIST-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  DENYLIST-RECORD.
001210     COPY DENYLIST.
001220
001230 FD  SECURITY-CASES
001240     LABEL RECORDS ARE STANDARD.
001250 01  SECURITY-CASE-RECORD.
001260     COPY SECCASE.
001270
001280 FD  CERTIFICATE-REPORT
001290     LABEL RECORDS ARE STANDARD.
001300 01  REPORT-LINE PIC X(80).
001310
001320 FD  ERASURE-AUDIT
001330     LABEL RECORDS ARE STANDARD.
001340 01  ERASURE-AUDIT-RECORD.
001350     COPY ERASAUDT.
001360
001370 FD  BUSINESS-DATE-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  BUSINESS-DATE-RECORD.
001400     COPY BUSDATE.
001410
001420 WORKING-STORAGE SECTION.
001430 01 WS-VM-STATUS PIC X(02) VALUE '00'.
001440 01 WS-VN-STATUS PIC X(02) VALUE '00'.
001450 01 WS-AL-STATUS PIC X(02) VALUE '00'.
001460 01 WS-AN-STATUS PIC X(02) VALUE '00'.
001470 01 WS-HISTORY-WORK.
001480     COPY GREETLOG.
001490 01 WS-DEPART-WORK.
001500     COPY DEPARTLG.
001510*    THE PLACEHOLDER IS THE SAME ONE VMAINT LEAVES OUT OF ITS
001520*    DUPLICATE-NAME MATCHING.
001530 01 WS-ERASED-PLACEHOLDER PIC X(20) VALUE '*** ERASED ***'.
001540 01 WS-CURRENT-DATE PIC 9(06).
001550 01 WS-CLOCK-DATE PIC 9(06).
001560 01 WS-CURRENT-TIME PIC 9(08).
001570 01 WS-TIMESTAMP.
001580     05 WS-TS-DATE PIC 9(06).
001590     05 WS-TS-TIME PIC 9(08).
001600 01 WS-NORM-NAME PIC X(20).
001610 01 WS-UPPER-ALPHABET PIC X(26) VALUE
001620     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001630 01 WS-LOWER-ALPHABET PIC X(26) VALUE
001640     'abcdefghijklmnopqrstuvwxyz'.
001650 01 WS-LOOKUP-ID PIC 9(08).
001660 01 WS-SAVE-REQ PIC 9(05).
001670 01 WS-REQUEST-TABLE.
001680     05 WS-REQ-ENTRY OCCURS 500 TIMES
001690        INDEXED BY WS-REQ-IDX.
001700        10 WS-REQ-ID PIC 9(08).
001710        10 WS-REQ-REF PIC X(10).
001720        10 WS-REQ-KEYED-BY PIC X(06).
001730        10 WS-REQ-OUTCOME PIC X(01).
001740           88 WS-REQ-TO-ERASE VALUE 'E'.
001750           88 WS-REQ-REFUSED-DENYLIST VALUE 'D'.
001760           88 WS-REQ-REFUSED-SECURITY VALUE 'S'.
001770           88 WS-REQ-REFUSED-INVALID VALUE 'V'.
001780        10 WS-REQ-DETAIL PIC X(30).
001790        10 WS-REQ-MASTER-CT PIC 9(01).
001800        10 WS-REQ-ALIAS-CT PIC 9(03).
001810        10 WS-REQ-CHECKIN-CT PIC 9(05).
001820        10 WS-REQ-DEPART-CT PIC 9(05).
001830 01 WS-REQ-COUNT PIC 9(05) VALUE 0.
001840 01 WS-REQ-CEILING PIC 9(05) VALUE 00500.
001850 01 WS-VARIANT-TABLE.
001860     05 WS-VAR-ENTRY OCCURS 2000 TIMES
001870        INDEXED BY WS-VAR-IDX.
001880        10 WS-VAR-NAME PIC X(20).
001890        10 WS-VAR-REQ PIC 9(05).
001900 01 WS-VARIANT-COUNT PIC 9(05) VALUE 0.
001910 01 WS-VARIANT-CEILING PIC 9(05) VALUE 02000.
001920 01 WS-VISIT-TABLE.
001930     05 WS-VST-ENTRY OCCURS 5000 TIMES
001940        INDEXED BY WS-VST-IDX.
001950        10 WS-VST-DATE PIC 9(06).
001960        10 WS-VST-BADGE-NO PIC 9(06).
001970        10 WS-VST-ARRIVAL PIC X(08).
001980        10 WS-VST-REQ PIC 9(05).
001990 01 WS-VISIT-COUNT PIC 9(05) VALUE 0.
002000 01 WS-VISIT-CEILING PIC 9(05) VALUE 05000.
002010 01 WS-REQUESTS-READ PIC 9(05) VALUE 0.
002020 01 WS-ERASED-COUNT PIC 9(05) VALUE 0.
002030 01 WS-DENYLIST-REFUSED PIC 9(05) VALUE 0.
002040 01 WS-SECURITY-REFUSED PIC 9(05) VALUE 0.
002050 01 WS-INVALID-REFUSED PIC 9(05) VALUE 0.
002060 01 WS-MASTER-READ PIC 9(07) VALUE 0.
002070 01 WS-MASTER-ERASED PIC 9(05) VALUE 0.
002080 01 WS-ALIAS-READ PIC 9(07) VALUE 0.
002090 01 WS-ALIAS-DROPPED PIC 9(05) VALUE 0.
002100 01 WS-HIST-READ PIC 9(07) VALUE 0.
002110 01 WS-HIST-ERASED PIC 9(05) VALUE 0.
002120 01 WS-DEP-HIST-READ PIC 9(07) VALUE 0.
002130 01 WS-DEP-HIST-ERASED PIC 9(05) VALUE 0.
002140 01 WS-HEADING-LINE-1.
002150     05 FILLER PIC X(80) VALUE
002160         'VISITOR ERASURE CERTIFICATE'.
002170 01 WS-ASOF-LINE.
002180     05 FILLER PIC X(20) VALUE 'BUSINESS DATE YYMMDD'.
002190     05 FILLER PIC X(01) VALUE SPACES.
002200     05 WS-AO-DATE PIC 9(06).
002210     05 FILLER PIC X(53) VALUE SPACES.
002220 01 WS-COLUMN-HEADING.
002230     05 FILLER PIC X(41) VALUE 'VISITOR  REQUEST    OUTCOME'.
002240     05 FILLER PIC X(39) VALUE 'MSTR ALIAS CHK-IN DEPART'.
002250 01 WS-DETAIL-LINE.
002260     05 WS-DTL-VISITOR-ID PIC 9(08).
002270     05 FILLER PIC X(01) VALUE SPACES.
002280     05 WS-DTL-REF PIC X(10).
002290     05 FILLER PIC X(01) VALUE SPACES.
002300     05 WS-DTL-OUTCOME PIC X(20).
002310     05 FILLER PIC X(01) VALUE SPACES.
002320     05 WS-DTL-MASTER PIC ZZZ9.
002330     05 FILLER PIC X(01) VALUE SPACES.
002340     05 WS-DTL-ALIAS PIC ZZZZ9.
002350     05 FILLER PIC X(01) VALUE SPACES.
002360     05 WS-DTL-CHECKIN PIC ZZZZZ9.
002370     05 FILLER PIC X(01) VALUE SPACES.
002380     05 WS-DTL-DEPART PIC ZZZZZ9.
002390     05 FILLER PIC X(15) VALUE SPACES.
002400 01 WS-REASON-LINE.
002410     05 FILLER PIC X(20) VALUE SPACES.
002420     05 WS-RSN-LABEL PIC X(22).
002430     05 WS-RSN-TEXT PIC X(30).
002440     05 FILLER PIC X(08) VALUE SPACES.
002450 01 WS-STATEMENT-LINE-1.
002460     05 FILLER PIC X(80) VALUE
002470         'FOR EACH ERASED VISITOR THE NAME AND COMPANY ON'.
002480 01 WS-STATEMENT-LINE-2.
002490     05 FILLER PIC X(80) VALUE
002500         'VISTMAST, GREETHST AND DEPARTHS ARE REPLACED BY'.
002510 01 WS-STATEMENT-LINE-3.
002520     05 FILLER PIC X(80) VALUE
002530         '*** ERASED *** AND ALL VISITALS ALIASES ARE REMOVED.'.
002540 01 WS-STATEMENT-LINE-4.
002550     05 FILLER PIC X(80) VALUE
002560         'VISIT COUNTS, DATES AND BADGE NUMBERS ARE RETAINED'.
002570 01 WS-STATEMENT-LINE-5.
002580     05 FILLER PIC X(80) VALUE
002590         'WITHOUT PERSONAL DATA.'.
002600 01 WS-TOTAL-LINE.
002610     05 WS-TL-LABEL PIC X(25).
002620     05 WS-TL-COUNT PIC ZZZZ9.
002630     05 FILLER PIC X(50) VALUE SPACES.
002640 01 WS-SWITCHES.
002650     05 WS-EOF-REQUESTS-SW PIC X(01) VALUE 'N'.
002660        88 WS-EOF-REQUESTS VALUE 'Y'.
002670     05 WS-EOF-MASTER-SW PIC X(01) VALUE 'N'.
002680        88 WS-EOF-MASTER VALUE 'Y'.
002690     05 WS-EOF-ALIAS-SW PIC X(01) VALUE 'N'.
002700        88 WS-EOF-ALIAS VALUE 'Y'.
002710     05 WS-EOF-HISTORY-SW PIC X(01) VALUE 'N'.
002720        88 WS-EOF-HISTORY VALUE 'Y'.
002730     05 WS-EOF-DEP-HIST-SW PIC X(01) VALUE 'N'.
002740        88 WS-EOF-DEP-HIST VALUE 'Y'.
002750     05 WS-EOF-DENYLIST-SW PIC X(01) VALUE 'N'.
002760        88 WS-EOF-DENYLIST VALUE 'Y'.
002770     05 WS-EOF-CASES-SW PIC X(01) VALUE 'N'.
002780        88 WS-EOF-CASES VALUE 'Y'.
002790     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
002800        88 WS-EOF-BUSDATE VALUE 'Y'.
002810     05 WS-ALIAS-FILE-SW PIC X(01) VALUE 'N'.
002820        88 WS-ALIAS-FILE-PRESENT VALUE 'Y'.
002830     05 WS-REQ-MATCH-SW PIC X(01) VALUE 'N'.
002840        88 WS-REQ-MATCH VALUE 'Y'.
002850     05 WS-VISIT-MATCH-SW PIC X(01) VALUE 'N'.
002860        88 WS-VISIT-MATCH VALUE 'Y'.
002870
002880 PROCEDURE DIVISION.
002890 0000-MAIN-PROCEDURE.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910     PERFORM 1200-LOAD-REQUEST THRU 1200-EXIT
002920         UNTIL WS-EOF-REQUESTS.
002930     PERFORM 2000-GATHER-ALIASES THRU 2000-EXIT.
002940     PERFORM 2100-GATHER-MASTER-NAME THRU 2100-EXIT
002950         VARYING WS-REQ-IDX FROM 1 BY 1
002960         UNTIL WS-REQ-IDX > WS-REQ-COUNT.
002970     PERFORM 2200-SCREEN-DENYLIST THRU 2200-EXIT.
002980     PERFORM 2300-SCREEN-SECURITY-CASES THRU 2300-EXIT.
002990     PERFORM 3000-REWRITE-MASTER THRU 3000-EXIT.
003000     PERFORM 3500-REWRITE-ALIASES THRU 3500-EXIT.
003010     PERFORM 4000-REWRITE-HISTORY THRU 4000-EXIT.
003020     PERFORM 4500-REWRITE-DEPART-HISTORY THRU 4500-EXIT.
003030     PERFORM 5000-WRITE-CERTIFICATE THRU 5000-EXIT.
003040     PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT.
003050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003060     STOP RUN.
003070
003080 1000-INITIALIZE.
003090     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003100     OPEN INPUT VISITOR-MASTER.
003110     IF WS-VM-STATUS NOT = '00'
003120         DISPLAY 'VISTMAST OPEN FAILED, STATUS ' WS-VM-STATUS
003130         DISPLAY 'ABENDING - CHECK VISTMAST AND RESUBMIT.'
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     OPEN INPUT ERASURE-REQUESTS.
003180     OPEN OUTPUT CERTIFICATE-REPORT.
003190     OPEN EXTEND ERASURE-AUDIT.
003200 1000-EXIT.
003210     EXIT.
003220
003230*------------------------------------------------------------------*
003240* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
003250* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
003260* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
003270* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
003280*------------------------------------------------------------------*
003290 1050-READ-BUSINESS-DATE.
003300     OPEN INPUT BUSINESS-DATE-FILE.
003310     READ BUSINESS-DATE-FILE
003320         AT END
003330             SET WS-EOF-BUSDATE TO TRUE
003340     END-READ.
003350     CLOSE BUSINESS-DATE-FILE.
003360     IF WS-EOF-BUSDATE
003370         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
003380             ' IS OPEN'
003390         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
003400             ' RESUBMIT.'
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440     IF NOT BD-DAY-OPEN
003450         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
003460             ' (STATUS ' BD-STATUS ')'
003470         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     ACCEPT WS-CLOCK-DATE FROM DATE.
003520     IF BD-BUSINESS-DATE IS NOT NUMERIC
003530         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
003540         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
003550             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
003560         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
003610 1050-EXIT.
003620     EXIT.
003630
003640*------------------------------------------------------------------*
003650* ERASREQ: VISITOR ID (COLUMNS 1-8), REQUEST REFERENCE (10-19) AND *
003660* KEYER ID (21-26). A MISSING OR ZERO ID IS REFUSED AS INVALID; A  *
003670* SECOND REQUEST FOR AN ID ALREADY IN THE RUN IS IGNORED.          *
003680*------------------------------------------------------------------*
003690 1200-LOAD-REQUEST.
003700     READ ERASURE-REQUESTS
003710         AT END
003720             SET WS-EOF-REQUESTS TO TRUE
003730             GO TO 1200-EXIT
003740     END-READ.
003750     IF ERASURE-REQUEST-RECORD = SPACES
003760         GO TO 1200-EXIT
003770     END-IF.
003780     ADD 1 TO WS-REQUESTS-READ.
003790     IF ER-VISITOR-ID IS NUMERIC AND ER-VISITOR-ID NOT = 0
003800         MOVE ER-VISITOR-ID TO WS-LOOKUP-ID
003810         PERFORM 8100-FIND-REQUEST-BY-ID THRU 8100-EXIT
003820         IF WS-REQ-MATCH
003830             DISPLAY '*** WARNING: VISITOR ' ER-VISITOR-ID
003840                 ' REQUESTED TWICE - SECOND REQUEST '
003850                 ER-REQUEST-REF ' IGNORED ***'
003860             GO TO 1200-EXIT
003870         END-IF
003880     END-IF.
003890     IF WS-REQ-COUNT NOT < WS-REQ-CEILING
003900         DISPLAY 'REQUEST TABLE FULL AT ' WS-REQ-CEILING
003910             ' ENTRIES; ABENDING BEFORE ANY PROMOTE.'
003920         DISPLAY 'ABENDING - SPLIT ERASREQ AND RESUBMIT.'
003930         MOVE 16 TO RETURN-CODE
003940         STOP RUN
003950     END-IF.
003960     ADD 1 TO WS-REQ-COUNT.
003970     SET WS-REQ-IDX TO WS-REQ-COUNT.
003980     MOVE ER-REQUEST-REF TO WS-REQ-REF (WS-REQ-IDX).
003990     MOVE ER-KEYED-BY TO WS-REQ-KEYED-BY (WS-REQ-IDX).
004000     MOVE SPACES TO WS-REQ-DETAIL (WS-REQ-IDX).
004010     MOVE 0 TO WS-REQ-MASTER-CT (WS-REQ-IDX).
004020     MOVE 0 TO WS-REQ-ALIAS-CT (WS-REQ-IDX).
004030     MOVE 0 TO WS-REQ-CHECKIN-CT (WS-REQ-IDX).
004040     MOVE 0 TO WS-REQ-DEPART-CT (WS-REQ-IDX).
004050     IF ER-VISITOR-ID IS NUMERIC AND ER-VISITOR-ID NOT = 0
004060         MOVE ER-VISITOR-ID TO WS-REQ-ID (WS-REQ-IDX)
004070         MOVE 'E' TO WS-REQ-OUTCOME (WS-REQ-IDX)
004080     ELSE
004090         MOVE 0 TO WS-REQ-ID (WS-REQ-IDX)
004100         MOVE 'V' TO WS-REQ-OUTCOME (WS-REQ-IDX)
004110         MOVE 'VISITOR ID MISSING OR INVALID'
004120             TO WS-REQ-DETAIL (WS-REQ-IDX)
004130     END-IF.
004140 1200-EXIT.
004150     EXIT.
004160
004170*------------------------------------------------------------------*
004180* THE DENYLIST, THE SECURITY CASES AND PRE-ID HISTORY CARRY ONLY A *
004190* NAME, SO EVERY SPELLING LINKED TO A REQUESTED ID IS GATHERED     *
004200* FIRST: ITS VISITALS ALIASES HERE, ITS MASTER NAME IN 2100.       *
004210*------------------------------------------------------------------*
004220 2000-GATHER-ALIASES.
004230     OPEN INPUT VISITOR-ALIAS.
004240     IF WS-AL-STATUS = '35' OR WS-AL-STATUS = '05'
004250         CLOSE VISITOR-ALIAS
004260         GO TO 2000-EXIT
004270     END-IF.
004280     IF WS-AL-STATUS NOT = '00'
004290         DISPLAY 'VISITALS OPEN FAILED, STATUS ' WS-AL-STATUS
004300         DISPLAY 'ABENDING - CHECK VISITALS AND RESUBMIT.'
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340     MOVE 'Y' TO WS-ALIAS-FILE-SW.
004350     PERFORM 2050-GATHER-ONE-ALIAS THRU 2050-EXIT
004360         UNTIL WS-EOF-ALIAS.
004370     CLOSE VISITOR-ALIAS.
004380 2000-EXIT.
004390     EXIT.
004400
004410 2050-GATHER-ONE-ALIAS.
004420     READ VISITOR-ALIAS
004430         AT END
004440             SET WS-EOF-ALIAS TO TRUE
004450             GO TO 2050-EXIT
004460     END-READ.
004470     MOVE AL-VISITOR-ID OF VISITOR-ALIAS-RECORD TO WS-LOOKUP-ID.
004480     PERFORM 8100-FIND-REQUEST-BY-ID THRU 8100-EXIT.
004490     IF WS-REQ-MATCH
004500         MOVE AL-NORM-NAME OF VISITOR-ALIAS-RECORD TO WS-NORM-NAME
004510         PERFORM 8300-ADD-VARIANT THRU 8300-EXIT
004520     END-IF.
004530 2050-EXIT.
004540     EXIT.
004550
004560 2100-GATHER-MASTER-NAME.
004570     IF NOT WS-REQ-TO-ERASE (WS-REQ-IDX)
004580         GO TO 2100-EXIT
004590     END-IF.
004600     MOVE WS-REQ-ID (WS-REQ-IDX)
004610         TO VM-VISITOR-ID OF VISITOR-MASTER-RECORD.
004620     READ VISITOR-MASTER
004630         INVALID KEY
004640             GO TO 2100-EXIT
004650     END-READ.
004660     MOVE VM-NAME OF VISITOR-MASTER-RECORD TO WS-NORM-NAME.
004670     INSPECT WS-NORM-NAME
004680         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
004690     PERFORM 8300-ADD-VARIANT THRU 8300-EXIT.
004700 2100-EXIT.
004710     EXIT.
004720
004730*------------------------------------------------------------------*
004740* AN ENTRY IS OPEN UNTIL IT HAS LAPSED - ONE NOT YET IN EFFECT     *
004750* STILL COUNTS - AND THE DENYLIST RECORD, AND SO THE PERSON'S NAME,*
004760* HAS TO BE KEPT WHILE IT IS.                                      *
004770*------------------------------------------------------------------*
004780 2200-SCREEN-DENYLIST.
004790     OPEN INPUT DENYLIST-FILE.
004800     PERFORM 2250-SCREEN-ONE-ENTRY THRU 2250-EXIT
004810         UNTIL WS-EOF-DENYLIST.
004820     CLOSE DENYLIST-FILE.
004830 2200-EXIT.
004840     EXIT.
004850
004860 2250-SCREEN-ONE-ENTRY.
004870     READ DENYLIST-FILE
004880         AT END
004890             SET WS-EOF-DENYLIST TO TRUE
004900             GO TO 2250-EXIT
004910     END-READ.
004920     IF DN-EXP-DATE NOT = 0 AND DN-EXP-DATE < WS-CURRENT-DATE
004930         GO TO 2250-EXIT
004940     END-IF.
004950     MOVE DN-NAME TO WS-NORM-NAME.
004960     INSPECT WS-NORM-NAME
004970         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
004980     PERFORM 8200-FIND-REQUEST-BY-NAME THRU 8200-EXIT.
004990     IF NOT WS-REQ-MATCH
005000         GO TO 2250-EXIT
005010     END-IF.
005020     IF WS-REQ-TO-ERASE (WS-REQ-IDX)
005030         MOVE 'D' TO WS-REQ-OUTCOME (WS-REQ-IDX)
005040         MOVE DN-REASON TO WS-REQ-DETAIL (WS-REQ-IDX)
005050     END-IF.
005060 2250-EXIT.
005070     EXIT.
005080
005090*------------------------------------------------------------------*
005100* A PENDING CASE IS MATCHED ON THE VISITOR ID WHEN SECURITY KEYED  *
005110* ONE, OTHERWISE ON ANY OF THE PERSON'S NAMES.                     *
005120*------------------------------------------------------------------*
005130 2300-SCREEN-SECURITY-CASES.
005140     OPEN INPUT SECURITY-CASES.
005150     PERFORM 2350-SCREEN-ONE-CASE THRU 2350-EXIT
005160         UNTIL WS-EOF-CASES.
005170     CLOSE SECURITY-CASES.
005180 2300-EXIT.
005190     EXIT.
005200
005210 2350-SCREEN-ONE-CASE.
005220     READ SECURITY-CASES
005230         AT END
005240             SET WS-EOF-CASES TO TRUE
005250             GO TO 2350-EXIT
005260     END-READ.
005270     IF NOT SC-PENDING
005280         GO TO 2350-EXIT
005290     END-IF.
005300     IF SC-VISITOR-ID IS NUMERIC AND SC-VISITOR-ID NOT = 0
005310         MOVE SC-VISITOR-ID TO WS-LOOKUP-ID
005320         PERFORM 8100-FIND-REQUEST-BY-ID THRU 8100-EXIT
005330     ELSE
005340         MOVE SC-NAME TO WS-NORM-NAME
005350         INSPECT WS-NORM-NAME
005360             CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
005370         PERFORM 8200-FIND-REQUEST-BY-NAME THRU 8200-EXIT
005380     END-IF.
005390     IF NOT WS-REQ-MATCH
005400         GO TO 2350-EXIT
005410     END-IF.
005420     IF WS-REQ-TO-ERASE (WS-REQ-IDX)
005430         MOVE 'S' TO WS-REQ-OUTCOME (WS-REQ-IDX)
005440         MOVE SC-CASE-REF TO WS-REQ-DETAIL (WS-REQ-IDX)
005450     END-IF.
005460 2350-EXIT.
005470     EXIT.
005480
005490*------------------------------------------------------------------*
005500* COPY THE MASTER IN ID ORDER TO THE VISTMSTN GENERATION, BLANKING *
005510* THE NAME AND COMPANY OF EVERY VISITOR BEING ERASED.              *
005520*------------------------------------------------------------------*
005530 3000-REWRITE-MASTER.
005540     OPEN OUTPUT VISITOR-MASTER-NEW.
005550     IF WS-VN-STATUS NOT = '00'
005560         DISPLAY 'VISTMSTN OPEN FAILED, STATUS '
005570             WS-VN-STATUS
005580         MOVE 16 TO RETURN-CODE
005590         STOP RUN
005600     END-IF.
005610     MOVE 0 TO VM-VISITOR-ID OF VISITOR-MASTER-RECORD.
005620     START VISITOR-MASTER
005630         KEY > VM-VISITOR-ID OF VISITOR-MASTER-RECORD
005640         INVALID KEY
005650             SET WS-EOF-MASTER TO TRUE
005660     END-START.
005670     PERFORM 3100-COPY-ONE-MASTER THRU 3100-EXIT
005680         UNTIL WS-EOF-MASTER.
005690     CLOSE VISITOR-MASTER-NEW.
005700 3000-EXIT.
005710     EXIT.
005720
005730 3100-COPY-ONE-MASTER.
005740     READ VISITOR-MASTER NEXT RECORD
005750         AT END
005760             SET WS-EOF-MASTER TO TRUE
005770             GO TO 3100-EXIT
005780     END-READ.
005790     ADD 1 TO WS-MASTER-READ.
005800     MOVE VISITOR-MASTER-RECORD TO VISITOR-MASTER-NEW-RECORD.
005810     MOVE VM-VISITOR-ID OF VISITOR-MASTER-RECORD TO WS-LOOKUP-ID.
005820     PERFORM 8100-FIND-REQUEST-BY-ID THRU 8100-EXIT.
005830     IF WS-REQ-MATCH
005840         IF WS-REQ-TO-ERASE (WS-REQ-IDX)
005850             MOVE WS-ERASED-PLACEHOLDER
005860                 TO VM-NAME OF VISITOR-MASTER-NEW-RECORD
005870             MOVE WS-ERASED-PLACEHOLDER
005880                 TO VM-COMPANY OF VISITOR-MASTER-NEW-RECORD
005890             ADD 1 TO WS-REQ-MASTER-CT (WS-REQ-IDX)
005900             ADD 1 TO WS-MASTER-ERASED
005910         END-IF
005920     END-IF.
005930     WRITE VISITOR-MASTER-NEW-RECORD.
005940 3100-EXIT.
005950     EXIT.
005960
005970 3500-REWRITE-ALIASES.
005980     IF NOT WS-ALIAS-FILE-PRESENT
005990         DISPLAY 'VISITALS NOT FOUND - NO ALIASES TO CARRY'
006000         GO TO 3500-EXIT
006010     END-IF.
006020     MOVE 'N' TO WS-EOF-ALIAS-SW.
006030     OPEN INPUT VISITOR-ALIAS.
006040     IF WS-AL-STATUS NOT = '00'
006050         DISPLAY 'VISITALS OPEN FAILED, STATUS ' WS-AL-STATUS
006060         DISPLAY 'ABENDING - CHECK VISITALS AND RESUBMIT.'
006070         MOVE 16 TO RETURN-CODE
006080         STOP RUN
006090     END-IF.
006100     OPEN OUTPUT VISITOR-ALIAS-NEW.
006110     IF WS-AN-STATUS NOT = '00'
006120         DISPLAY 'VISTALSN OPEN FAILED, STATUS ' WS-AN-STATUS
006130         MOVE 16 TO RETURN-CODE
006140         STOP RUN
006150     END-IF.
006160     PERFORM 3600-CARRY-ONE-ALIAS THRU 3600-EXIT
006170         UNTIL WS-EOF-ALIAS.
006180     CLOSE VISITOR-ALIAS.
006190     CLOSE VISITOR-ALIAS-NEW.
006200 3500-EXIT.
006210     EXIT.
006220
006230 3600-CARRY-ONE-ALIAS.
006240     READ VISITOR-ALIAS
006250         AT END
006260             SET WS-EOF-ALIAS TO TRUE
006270             GO TO 3600-EXIT
006280     END-READ.
006290     ADD 1 TO WS-ALIAS-READ.
006300     MOVE AL-VISITOR-ID OF VISITOR-ALIAS-RECORD TO WS-LOOKUP-ID.
006310     PERFORM 8100-FIND-REQUEST-BY-ID THRU 8100-EXIT.
006320     IF WS-REQ-MATCH
006330         IF WS-REQ-TO-ERASE (WS-REQ-IDX)
006340             ADD 1 TO WS-REQ-ALIAS-CT (WS-REQ-IDX)
006350             ADD 1 TO WS-ALIAS-DROPPED
006360             GO TO 3600-EXIT
006370         END-IF
006380     END-IF.
006390     MOVE VISITOR-ALIAS-RECORD TO VISITOR-ALIAS-NEW-RECORD.
006400     WRITE VISITOR-ALIAS-NEW-RECORD.
006410 3600-EXIT.
006420     EXIT.
006430
006440*------------------------------------------------------------------*
006450* A CHECK-IN IS THE PERSON'S WHEN IT CARRIES THEIR VISITOR ID, OR, *
006460* FOR HISTORY WRITTEN BEFORE IDS WERE ASSIGNED, WHEN IT HAS NO ID  *
006470* AND ITS NAME IS ONE OF THEIR SPELLINGS. EACH ERASED CHECK-IN IS  *
006480* REMEMBERED BY BADGE, DAY AND ARRIVAL TIME SO 4500 CAN FIND THE   *
006490* MATCHING DEPARTURE, WHICH CARRIES NO ID OF ITS OWN.              *
006500*------------------------------------------------------------------*
006510 4000-REWRITE-HISTORY.
006520     OPEN INPUT HISTORY-IN.
006530     OPEN OUTPUT HISTORY-OUT.
006540     PERFORM 4100-COPY-ONE-CHECKIN THRU 4100-EXIT
006550         UNTIL WS-EOF-HISTORY.
006560     CLOSE HISTORY-IN.
006570     CLOSE HISTORY-OUT.
006580 4000-EXIT.
006590     EXIT.
006600
006610 4100-COPY-ONE-CHECKIN.
006620     READ HISTORY-IN
006630         AT END
006640             SET WS-EOF-HISTORY TO TRUE
006650             GO TO 4100-EXIT
006660     END-READ.
006670     ADD 1 TO WS-HIST-READ.
006680     MOVE HISTORY-IN-RECORD TO WS-HISTORY-WORK.
006690     MOVE 'N' TO WS-REQ-MATCH-SW.
006700     IF GL-VISITOR-ID OF WS-HISTORY-WORK IS NUMERIC
006710         AND GL-VISITOR-ID OF WS-HISTORY-WORK NOT = 0
006720         MOVE GL-VISITOR-ID OF WS-HISTORY-WORK TO WS-LOOKUP-ID
006730         PERFORM 8100-FIND-REQUEST-BY-ID THRU 8100-EXIT
006740     ELSE
006750         MOVE GL-NAME OF WS-HISTORY-WORK TO WS-NORM-NAME
006760         INSPECT WS-NORM-NAME
006770             CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
006780         PERFORM 8200-FIND-REQUEST-BY-NAME THRU 8200-EXIT
006790     END-IF.
006800     IF WS-REQ-MATCH
006810         IF WS-REQ-TO-ERASE (WS-REQ-IDX)
006820             PERFORM 4200-ERASE-CHECKIN THRU 4200-EXIT
006830         END-IF
006840     END-IF.
006850     WRITE HISTORY-OUT-RECORD FROM WS-HISTORY-WORK.
006860 4100-EXIT.
006870     EXIT.
006880
006890 4200-ERASE-CHECKIN.
006900     MOVE WS-ERASED-PLACEHOLDER TO GL-NAME OF WS-HISTORY-WORK.
006910     MOVE WS-ERASED-PLACEHOLDER TO GL-COMPANY OF WS-HISTORY-WORK.
006920     ADD 1 TO WS-REQ-CHECKIN-CT (WS-REQ-IDX).
006930     ADD 1 TO WS-HIST-ERASED.
006940     IF GL-BADGE-NO OF WS-HISTORY-WORK = 0
006950         GO TO 4200-EXIT
006960     END-IF.
006970     IF WS-VISIT-COUNT NOT < WS-VISIT-CEILING
006980         DISPLAY 'CHECK-IN TABLE FULL AT ' WS-VISIT-CEILING
006990             ' ENTRIES; ABENDING BEFORE ANY PROMOTE.'
007000         DISPLAY 'ABENDING - SPLIT ERASREQ AND RESUBMIT.'
007010         MOVE 16 TO RETURN-CODE
007020         STOP RUN
007030     END-IF.
007040     ADD 1 TO WS-VISIT-COUNT.
007050     SET WS-VST-IDX TO WS-VISIT-COUNT.
007060     MOVE GL-TS-DATE OF WS-HISTORY-WORK
007070         TO WS-VST-DATE (WS-VST-IDX).
007080     MOVE GL-BADGE-NO OF WS-HISTORY-WORK
007090         TO WS-VST-BADGE-NO (WS-VST-IDX).
007100     MOVE GL-ARRIVAL-TIME OF WS-HISTORY-WORK
007110         TO WS-VST-ARRIVAL (WS-VST-IDX).
007120     SET WS-VST-REQ (WS-VST-IDX) TO WS-REQ-IDX.
007130 4200-EXIT.
007140     EXIT.
007150
007160 4500-REWRITE-DEPART-HISTORY.
007170     OPEN INPUT DEPART-HIST-IN.
007180     OPEN OUTPUT DEPART-HIST-OUT.
007190     PERFORM 4600-COPY-ONE-DEPARTURE THRU 4600-EXIT
007200         UNTIL WS-EOF-DEP-HIST.
007210     CLOSE DEPART-HIST-IN.
007220     CLOSE DEPART-HIST-OUT.
007230 4500-EXIT.
007240     EXIT.
007250
007260 4600-COPY-ONE-DEPARTURE.
007270     READ DEPART-HIST-IN
007280         AT END
007290             SET WS-EOF-DEP-HIST TO TRUE
007300             GO TO 4600-EXIT
007310     END-READ.
007320     ADD 1 TO WS-DEP-HIST-READ.
007330     MOVE DEPART-HIST-IN-RECORD TO WS-DEPART-WORK.
007340     MOVE 'N' TO WS-VISIT-MATCH-SW.
007350     SET WS-VST-IDX TO 1.
007360     SEARCH WS-VST-ENTRY
007370         AT END
007380             CONTINUE
007390         WHEN WS-VST-IDX > WS-VISIT-COUNT
007400             CONTINUE
007410         WHEN WS-VST-BADGE-NO (WS-VST-IDX) = DL-BADGE-NO
007420             AND WS-VST-DATE (WS-VST-IDX) = DL-DEPART-DATE
007430             AND WS-VST-ARRIVAL (WS-VST-IDX) = DL-ARRIVAL-TIME
007440             MOVE 'Y' TO WS-VISIT-MATCH-SW
007450     END-SEARCH.
007460     IF WS-VISIT-MATCH
007470         MOVE WS-ERASED-PLACEHOLDER TO DL-NAME
007480         MOVE WS-ERASED-PLACEHOLDER TO DL-COMPANY
007490         SET WS-REQ-IDX TO WS-VST-REQ (WS-VST-IDX)
007500         ADD 1 TO WS-REQ-DEPART-CT (WS-REQ-IDX)
007510         ADD 1 TO WS-DEP-HIST-ERASED
007520     END-IF.
007530     WRITE DEPART-HIST-OUT-RECORD FROM WS-DEPART-WORK.
007540 4600-EXIT.
007550     EXIT.
007560
007570*------------------------------------------------------------------*
007580* ONE CERTIFICATE LINE AND ONE PERMANENT ERASAUDT RECORD FOR EVERY *
007590* REQUEST, CARRIED OUT OR REFUSED. NEITHER HOLDS THE PERSON'S NAME.*
007600*------------------------------------------------------------------*
007610 5000-WRITE-CERTIFICATE.
007620     WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
007630     MOVE WS-CURRENT-DATE TO WS-AO-DATE.
007640     WRITE REPORT-LINE FROM WS-ASOF-LINE.
007650     MOVE SPACES TO REPORT-LINE.
007660     WRITE REPORT-LINE.
007670     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
007680     PERFORM 5100-WRITE-ONE-REQUEST THRU 5100-EXIT
007690         VARYING WS-REQ-IDX FROM 1 BY 1
007700         UNTIL WS-REQ-IDX > WS-REQ-COUNT.
007710     MOVE SPACES TO REPORT-LINE.
007720     WRITE REPORT-LINE.
007730     MOVE 'REQUESTS READ' TO WS-TL-LABEL.
007740     MOVE WS-REQUESTS-READ TO WS-TL-COUNT.
007750     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
007760     MOVE 'VISITORS ERASED' TO WS-TL-LABEL.
007770     MOVE WS-ERASED-COUNT TO WS-TL-COUNT.
007780     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
007790     MOVE 'REFUSED - DENYLIST' TO WS-TL-LABEL.
007800     MOVE WS-DENYLIST-REFUSED TO WS-TL-COUNT.
007810     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
007820     MOVE 'REFUSED - SECURITY CASE' TO WS-TL-LABEL.
007830     MOVE WS-SECURITY-REFUSED TO WS-TL-COUNT.
007840     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
007850     MOVE 'REFUSED - INVALID' TO WS-TL-LABEL.
007860     MOVE WS-INVALID-REFUSED TO WS-TL-COUNT.
007870     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
007880     MOVE SPACES TO REPORT-LINE.
007890     WRITE REPORT-LINE.
007900     WRITE REPORT-LINE FROM WS-STATEMENT-LINE-1.
007910     WRITE REPORT-LINE FROM WS-STATEMENT-LINE-2.
007920     WRITE REPORT-LINE FROM WS-STATEMENT-LINE-3.
007930     WRITE REPORT-LINE FROM WS-STATEMENT-LINE-4.
007940     WRITE REPORT-LINE FROM WS-STATEMENT-LINE-5.
007950 5000-EXIT.
007960     EXIT.
007970
007980 5100-WRITE-ONE-REQUEST.
007990     MOVE WS-REQ-ID (WS-REQ-IDX) TO WS-DTL-VISITOR-ID.
008000     MOVE WS-REQ-REF (WS-REQ-IDX) TO WS-DTL-REF.
008010     MOVE WS-REQ-MASTER-CT (WS-REQ-IDX) TO WS-DTL-MASTER.
008020     MOVE WS-REQ-ALIAS-CT (WS-REQ-IDX) TO WS-DTL-ALIAS.
008030     MOVE WS-REQ-CHECKIN-CT (WS-REQ-IDX) TO WS-DTL-CHECKIN.
008040     MOVE WS-REQ-DEPART-CT (WS-REQ-IDX) TO WS-DTL-DEPART.
008050     EVALUATE TRUE
008060         WHEN WS-REQ-TO-ERASE (WS-REQ-IDX)
008070             ADD 1 TO WS-ERASED-COUNT
008080             IF WS-REQ-MASTER-CT (WS-REQ-IDX) = 0
008090                 AND WS-REQ-ALIAS-CT (WS-REQ-IDX) = 0
008100                 AND WS-REQ-CHECKIN-CT (WS-REQ-IDX) = 0
008110                 MOVE 'NO RECORDS HELD' TO WS-DTL-OUTCOME
008120             ELSE
008130                 MOVE 'ERASED' TO WS-DTL-OUTCOME
008140             END-IF
008150             MOVE SPACES TO WS-RSN-LABEL
008160         WHEN WS-REQ-REFUSED-DENYLIST (WS-REQ-IDX)
008170             ADD 1 TO WS-DENYLIST-REFUSED
008180             MOVE 'REFUSED' TO WS-DTL-OUTCOME
008190             MOVE 'OPEN DENYLIST ENTRY: ' TO WS-RSN-LABEL
008200         WHEN WS-REQ-REFUSED-SECURITY (WS-REQ-IDX)
008210             ADD 1 TO WS-SECURITY-REFUSED
008220             MOVE 'REFUSED' TO WS-DTL-OUTCOME
008230             MOVE 'PENDING SECURITY CASE ' TO WS-RSN-LABEL
008240         WHEN OTHER
008250             ADD 1 TO WS-INVALID-REFUSED
008260             MOVE 'REFUSED' TO WS-DTL-OUTCOME
008270             MOVE 'INVALID REQUEST: ' TO WS-RSN-LABEL
008280     END-EVALUATE.
008290     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
008300     IF WS-RSN-LABEL NOT = SPACES
008310         MOVE WS-REQ-DETAIL (WS-REQ-IDX) TO WS-RSN-TEXT
008320         WRITE REPORT-LINE FROM WS-REASON-LINE
008330         DISPLAY '*** WARNING: ERASURE OF VISITOR '
008340             WS-REQ-ID (WS-REQ-IDX) ' REFUSED - '
008350             WS-RSN-LABEL ' ***'
008360     END-IF.
008370     PERFORM 5200-WRITE-AUDIT THRU 5200-EXIT.
008380 5100-EXIT.
008390     EXIT.
008400
008410 5200-WRITE-AUDIT.
008420     MOVE SPACES TO ERASURE-AUDIT-RECORD.
008430     ACCEPT WS-CURRENT-TIME FROM TIME.
008440     MOVE WS-CLOCK-DATE TO WS-TS-DATE.
008450     MOVE WS-CURRENT-TIME TO WS-TS-TIME.
008460     MOVE WS-TIMESTAMP TO EA-TIMESTAMP.
008470     MOVE WS-CURRENT-DATE TO EA-BUSINESS-DATE.
008480     MOVE WS-REQ-ID (WS-REQ-IDX) TO EA-VISITOR-ID.
008490     MOVE WS-REQ-REF (WS-REQ-IDX) TO EA-REQUEST-REF.
008500     MOVE WS-REQ-OUTCOME (WS-REQ-IDX) TO EA-OUTCOME.
008510     MOVE WS-REQ-MASTER-CT (WS-REQ-IDX) TO EA-MASTER-COUNT.
008520     MOVE WS-REQ-ALIAS-CT (WS-REQ-IDX) TO EA-ALIAS-COUNT.
008530     MOVE WS-REQ-CHECKIN-CT (WS-REQ-IDX) TO EA-CHECKIN-COUNT.
008540     MOVE WS-REQ-DEPART-CT (WS-REQ-IDX) TO EA-DEPART-COUNT.
008550     MOVE WS-REQ-KEYED-BY (WS-REQ-IDX) TO EA-KEYED-BY.
008560     WRITE ERASURE-AUDIT-RECORD.
008570 5200-EXIT.
008580     EXIT.
008590
008600 8000-PRINT-TRAILER.
008610     DISPLAY '-------------------------------------------'.
008620     DISPLAY 'Erasure requests read  . . : ' WS-REQUESTS-READ.
008630     DISPLAY 'Visitors erased  . . . . . : ' WS-ERASED-COUNT.
008640     DISPLAY 'Refused - denylist . . . . : ' WS-DENYLIST-REFUSED.
008650     DISPLAY 'Refused - security case  . : ' WS-SECURITY-REFUSED.
008660     DISPLAY 'Refused - invalid  . . . . : ' WS-INVALID-REFUSED.
008670     DISPLAY 'Master records read  . . . : ' WS-MASTER-READ.
008680     DISPLAY 'Master records erased  . . : ' WS-MASTER-ERASED.
008690     DISPLAY 'Aliases read . . . . . . . : ' WS-ALIAS-READ.
008700     DISPLAY 'Aliases removed  . . . . . : ' WS-ALIAS-DROPPED.
008710     DISPLAY 'History records read . . . : ' WS-HIST-READ.
008720     DISPLAY 'History records erased . . : ' WS-HIST-ERASED.
008730     DISPLAY 'Departures read  . . . . . : ' WS-DEP-HIST-READ.
008740     DISPLAY 'Departures erased  . . . . : ' WS-DEP-HIST-ERASED.
008750     DISPLAY '-------------------------------------------'.
008760 8000-EXIT.
008770     EXIT.
008780
008790 8100-FIND-REQUEST-BY-ID.
008800     MOVE 'N' TO WS-REQ-MATCH-SW.
008810     SET WS-REQ-IDX TO 1.
008820     SEARCH WS-REQ-ENTRY
008830         AT END
008840             CONTINUE
008850         WHEN WS-REQ-IDX > WS-REQ-COUNT
008860             CONTINUE
008870         WHEN WS-REQ-ID (WS-REQ-IDX) = WS-LOOKUP-ID
008880             MOVE 'Y' TO WS-REQ-MATCH-SW
008890     END-SEARCH.
008900 8100-EXIT.
008910     EXIT.
008920
008930 8200-FIND-REQUEST-BY-NAME.
008940     MOVE 'N' TO WS-REQ-MATCH-SW.
008950     IF WS-NORM-NAME = SPACES
008960         GO TO 8200-EXIT
008970     END-IF.
008980     SET WS-VAR-IDX TO 1.
008990     SEARCH WS-VAR-ENTRY
009000         AT END
009010             CONTINUE
009020         WHEN WS-VAR-IDX > WS-VARIANT-COUNT
009030             CONTINUE
009040         WHEN WS-VAR-NAME (WS-VAR-IDX) = WS-NORM-NAME
009050             MOVE 'Y' TO WS-REQ-MATCH-SW
009060             SET WS-REQ-IDX TO WS-VAR-REQ (WS-VAR-IDX)
009070     END-SEARCH.
009080 8200-EXIT.
009090     EXIT.
009100
009110*------------------------------------------------------------------*
009120* RECORD ONE SPELLING FOR THE REQUEST AT WS-REQ-IDX. THE SEARCH IN *
009130* 8200 WOULD MOVE THE INDEX, SO IT IS SAVED ACROSS IT.             *
009140*------------------------------------------------------------------*
009150 8300-ADD-VARIANT.
009160     IF WS-NORM-NAME = SPACES
009170         GO TO 8300-EXIT
009180     END-IF.
009190     SET WS-SAVE-REQ TO WS-REQ-IDX.
009200     PERFORM 8200-FIND-REQUEST-BY-NAME THRU 8200-EXIT.
009210     SET WS-REQ-IDX TO WS-SAVE-REQ.
009220     IF WS-REQ-MATCH
009230         GO TO 8300-EXIT
009240     END-IF.
009250     IF WS-VARIANT-COUNT NOT < WS-VARIANT-CEILING
009260         DISPLAY 'NAME TABLE FULL AT ' WS-VARIANT-CEILING
009270             ' ENTRIES; ABENDING BEFORE ANY PROMOTE.'
009280         DISPLAY 'ABENDING - SPLIT ERASREQ AND RESUBMIT.'
009290         MOVE 16 TO RETURN-CODE
009300         STOP RUN
009310     END-IF.
009320     ADD 1 TO WS-VARIANT-COUNT.
009330     SET WS-VAR-IDX TO WS-VARIANT-COUNT.
009340     MOVE WS-NORM-NAME TO WS-VAR-NAME (WS-VAR-IDX).
009350     SET WS-VAR-REQ (WS-VAR-IDX) TO WS-REQ-IDX.
009360 8300-EXIT.
009370     EXIT.
009380
009390 9000-TERMINATE.
009400     CLOSE VISITOR-MASTER.
009410     CLOSE ERASURE-REQUESTS.
009420     CLOSE CERTIFICATE-REPORT.
009430     CLOSE ERASURE-AUDIT.
009440     DISPLAY 'Erasure complete. ' WS-ERASED-COUNT
009450         ' erased, ' WS-DENYLIST-REFUSED ' refused for denylist, '
009460         WS-SECURITY-REFUSED ' for security cases.'.
009470 9000-EXIT.
009480     EXIT.
