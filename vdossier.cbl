000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VDOSSIER.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. ONE-PERSON DOSSIER FOR SECURITY *
000120*                 AND HR INQUIRIES. THE DOSPRM PARM GIVES A        *
000130*                 VISITOR ID OR A NAME; A NAME IS RESOLVED THROUGH *
000140*                 VISITALS AND EVERY VARIANT LINKED TO THE SAME ID *
000150*                 IS GATHERED. PRINTS THE VISTMAST RECORD, EVERY   *
000160*                 GREETHST CHECK-IN WITH DESK, HOST AND            *
000170*                 DISPOSITION, THE MATCHING DEPARTHS DEPARTURES    *
000180*                 WITH DURATIONS, SECALERT HITS, DENYAUDT HISTORY  *
000190*                 AND CONTPASS PASSES ON DOSSIER, AND ON REQUEST   *
000200*                 WRITES THE SAME LINES, TAGGED BY SECTION, TO THE *
000210*                 DOSXTRCT FLAT FILE FOR AN INVESTIGATION CASE.    *
000220*------------------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT DOSSIER-PARM ASSIGN TO "DOSPRM"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT VISITOR-MASTER ASSIGN TO "VISTMAST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS RANDOM
000320         RECORD KEY IS VM-VISITOR-ID
000330         FILE STATUS IS WS-VM-STATUS.
000340     SELECT VISITOR-ALIAS ASSIGN TO "VISITALS"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS AL-NORM-NAME
000380         FILE STATUS IS WS-AL-STATUS.
000390     SELECT OPTIONAL HISTORY-IN ASSIGN TO "GREETHST"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT OPTIONAL DEPART-HIST-IN ASSIGN TO "DEPARTHS"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT OPTIONAL SECURITY-ALERTS-IN ASSIGN TO "SECALERT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT OPTIONAL DENY-AUDIT-IN ASSIGN TO "DENYAUDT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT OPTIONAL CONTRACTOR-PASSES ASSIGN TO "CONTPASS"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT REPORT-OUT ASSIGN TO "DOSSIER"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT EXTRACT-OUT ASSIGN TO "DOSXTRCT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  DOSSIER-PARM
000570     LABEL RECORDS ARE STANDARD.
000580 01  DOSSIER-PARM-RECORD.
000590     05 DQ-VISITOR-ID PIC 9(08).
000600     05 FILLER PIC X(01).
000610     05 DQ-NAME PIC X(20).
000620     05 FILLER PIC X(01).
000630     05 DQ-EXTRACT PIC X(01).
000640
000650 FD  VISITOR-MASTER
000660     LABEL RECORDS ARE STANDARD.
000670 01  VISITOR-MASTER-RECORD.
000680     COPY VISTMAST.
000690
000700 FD  VISITOR-ALIAS
000710     LABEL RECORDS ARE STANDARD.
000720 01  VISITOR-ALIAS-RECORD.
000730     COPY VISITALS.
000740
000750 FD  HISTORY-IN
000760     LABEL RECORDS ARE STANDARD.
000770 01  HISTORY-IN-RECORD PIC X(120).
000780
000790 FD  DEPART-HIST-IN
000800     LABEL RECORDS ARE STANDARD.
000810 01  DEPART-HIST-IN-RECORD PIC X(80).
000820
000830 FD  SECURITY-ALERTS-IN
000840     LABEL RECORDS ARE STANDARD.
000850 01  SECURITY-ALERT-RECORD.
000860     05 SA-TIMESTAMP PIC X(14).
000870     05 FILLER PIC X(01).
000880     05 SA-NAME PIC X(20).
000890     05 FILLER PIC X(01).
000900     05 SA-REASON PIC X(30).
000910
000920 FD  DENY-AUDIT-IN
000930     LABEL RECORDS ARE STANDARD.
000940 01  AUDIT-LOG-RECORD.
000950     05 AU-TIMESTAMP PIC X(14).
000960     05 FILLER PIC X(01).
000970     05 AU-ACTION PIC X(01).
000980     05 FILLER PIC X(01).
000990     05 AU-NAME PIC X(20).
001000     05 FILLER PIC X(01).
001010     05 AU-REASON PIC X(30).
001020     05 FILLER PIC X(01).
001030     05 AU-EFF-DATE PIC 9(06).
001040     05 FILLER PIC X(01).
001050     05 AU-EXP-DATE PIC 9(06).
001060     05 FILLER PIC X(01).
001070     05 AU-KEYED-BY PIC X(06).
001080
001090 FD  CONTRACTOR-PASSES
001100     LABEL RECORDS ARE STANDARD.
001110 01  CONTRACTOR-PASS-RECORD.
001120     COPY CONTPASS.
001130
001140 FD  REPORT-OUT
001150     LABEL RECORDS ARE STANDARD.
001160 01  REPORT-LINE PIC X(80).
001170
001180 FD  EXTRACT-OUT
001190     LABEL RECORDS ARE STANDARD.
001200 01  EXTRACT-OUT-RECORD.
001210     05 DX-VISITOR-ID PIC 9(08).
001220     05 FILLER PIC X(01).
001230     05 DX-SECTION PIC X(02).
001240     05 FILLER PIC X(01).
001250     05 DX-TEXT PIC X(80).
001260
001270 WORKING-STORAGE SECTION.
001280 01 WS-VM-STATUS PIC X(02) VALUE '00'.
001290 01 WS-AL-STATUS PIC X(02) VALUE '00'.
001300 01 WS-HISTORY-WORK.
001310     COPY GREETLOG.
001320 01 WS-DEPART-WORK.
001330     COPY DEPARTLG.
001340 01 WS-SUBJECT-ID PIC 9(08) VALUE 0.
001350 01 WS-SUBJECT-NAME PIC X(20) VALUE SPACES.
001360 01 WS-NORM-NAME PIC X(20).
001362 01 WS-ERASED-PLACEHOLDER PIC X(20) VALUE '*** ERASED ***'.
001370 01 WS-UPPER-ALPHABET PIC X(26) VALUE
001380     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001390 01 WS-LOWER-ALPHABET PIC X(26) VALUE
001400     'abcdefghijklmnopqrstuvwxyz'.
001410 01 WS-VARIANT-TABLE.
001420     05 WS-VAR-ENTRY OCCURS 50 TIMES
001430        INDEXED BY WS-VAR-IDX.
001440        10 WS-VAR-NAME PIC X(20).
001450 01 WS-VARIANT-COUNT PIC 9(03) VALUE 0.
001460 01 WS-VARIANT-CEILING PIC 9(03) VALUE 050.
001470 01 WS-VISIT-TABLE.
001480     05 WS-VST-ENTRY OCCURS 1000 TIMES
001490        INDEXED BY WS-VST-IDX.
001500        10 WS-VST-DATE PIC 9(06).
001510        10 WS-VST-BADGE-NO PIC 9(06).
001520        10 WS-VST-ARRIVAL PIC X(08).
001530 01 WS-VISIT-COUNT PIC 9(05) VALUE 0.
001540 01 WS-VISIT-CEILING PIC 9(05) VALUE 01000.
001550 01 WS-SECTION-COUNT PIC 9(05) VALUE 0.
001560 01 WS-CHECKIN-COUNT PIC 9(05) VALUE 0.
001570 01 WS-DEPARTURE-COUNT PIC 9(05) VALUE 0.
001580 01 WS-ALERT-COUNT PIC 9(05) VALUE 0.
001590 01 WS-AUDIT-COUNT PIC 9(05) VALUE 0.
001600 01 WS-PASS-COUNT PIC 9(05) VALUE 0.
001610 01 WS-LINES-WRITTEN PIC 9(05) VALUE 0.
001620 01 WS-DUR-TOTAL PIC 9(09) VALUE 0.
001630 01 WS-DUR-MAX PIC 9(05) VALUE 0.
001640 01 WS-DUR-AVG PIC 9(05) VALUE 0.
001650 01 WS-CURRENT-DATE PIC 9(06).
001660 01 WS-SECTION-CODE PIC X(02) VALUE 'HD'.
001670 01 WS-PRINT-LINE PIC X(80).
001680 01 WS-HEADING-LINE-1.
001690     05 FILLER PIC X(16) VALUE 'VISITOR DOSSIER'.
001700     05 FILLER PIC X(09) VALUE 'RUN DATE '.
001710     05 WS-H1-DATE PIC 9(06).
001720     05 FILLER PIC X(49) VALUE SPACES.
001730 01 WS-SUBJECT-LINE.
001740     05 FILLER PIC X(12) VALUE 'VISITOR ID: '.
001750     05 WS-SL-VISITOR-ID PIC 9(08).
001760     05 FILLER PIC X(11) VALUE '   ASKED: '.
001770     05 WS-SL-ASKED PIC X(20).
001780     05 FILLER PIC X(29) VALUE SPACES.
001790 01 WS-SECTION-HEADING.
001800     05 FILLER PIC X(04) VALUE '*** '.
001810     05 WS-SH-TITLE PIC X(40).
001820     05 FILLER PIC X(36) VALUE SPACES.
001830 01 WS-MESSAGE-LINE.
001840     05 FILLER PIC X(04) VALUE SPACES.
001850     05 WS-MSG-TEXT PIC X(76).
001860 01 WS-MASTER-LINE-1.
001870     05 FILLER PIC X(04) VALUE SPACES.
001880     05 WS-M1-NAME PIC X(20).
001890     05 FILLER PIC X(02) VALUE SPACES.
001900     05 WS-M1-COMPANY PIC X(20).
001910     05 FILLER PIC X(34) VALUE SPACES.
001920 01 WS-MASTER-LINE-2.
001930     05 FILLER PIC X(12) VALUE '    VISITS: '.
001940     05 WS-M2-VISITS PIC ZZZZ9.
001950     05 FILLER PIC X(14) VALUE '   LAST VISIT '.
001960     05 WS-M2-LAST-DATE PIC 9(06).
001970     05 FILLER PIC X(14) VALUE '   LAST BADGE '.
001980     05 WS-M2-LAST-BADGE PIC 9(06).
001990     05 FILLER PIC X(23) VALUE SPACES.
002000 01 WS-VARIANT-LINE.
002010     05 FILLER PIC X(04) VALUE SPACES.
002020     05 WS-VL-NAME PIC X(20).
002030     05 FILLER PIC X(56) VALUE SPACES.
002040 01 WS-CHECKIN-HEADING.
002050     05 FILLER PIC X(11) VALUE '    DATE'.
002060     05 FILLER PIC X(09) VALUE 'ARRIVED'.
002070     05 FILLER PIC X(07) VALUE 'BADGE'.
002080     05 FILLER PIC X(05) VALUE 'DESK'.
002090     05 FILLER PIC X(07) VALUE 'HOST'.
002100     05 FILLER PIC X(15) VALUE 'DISPOSITION'.
002110     05 FILLER PIC X(26) VALUE 'COMPANY'.
002120 01 WS-CHECKIN-LINE.
002130     05 FILLER PIC X(04) VALUE SPACES.
002140     05 WS-CL-DATE PIC 9(06).
002150     05 FILLER PIC X(01) VALUE SPACES.
002160     05 WS-CL-ARRIVAL PIC X(08).
002170     05 FILLER PIC X(01) VALUE SPACES.
002180     05 WS-CL-BADGE-NO PIC 9(06).
002190     05 FILLER PIC X(01) VALUE SPACES.
002200     05 WS-CL-DESK-ID PIC X(02).
002210     05 FILLER PIC X(03) VALUE SPACES.
002220     05 WS-CL-HOST-ID PIC X(06).
002230     05 FILLER PIC X(01) VALUE SPACES.
002240     05 WS-CL-DISP PIC X(14).
002250     05 FILLER PIC X(01) VALUE SPACES.
002260     05 WS-CL-COMPANY PIC X(20).
002270     05 FILLER PIC X(06) VALUE SPACES.
002280 01 WS-DEPART-HEADING.
002290     05 FILLER PIC X(11) VALUE '    DATE'.
002300     05 FILLER PIC X(07) VALUE 'BADGE'.
002310     05 FILLER PIC X(09) VALUE 'ARRIVED'.
002320     05 FILLER PIC X(09) VALUE 'DEPARTED'.
002330     05 FILLER PIC X(44) VALUE 'MINUTES'.
002340 01 WS-DEPART-LINE.
002350     05 FILLER PIC X(04) VALUE SPACES.
002360     05 WS-DPL-DATE PIC 9(06).
002370     05 FILLER PIC X(01) VALUE SPACES.
002380     05 WS-DPL-BADGE-NO PIC 9(06).
002390     05 FILLER PIC X(01) VALUE SPACES.
002400     05 WS-DPL-ARRIVAL PIC X(08).
002410     05 FILLER PIC X(01) VALUE SPACES.
002420     05 WS-DPL-DEPART PIC X(08).
002430     05 FILLER PIC X(01) VALUE SPACES.
002440     05 WS-DPL-MINS PIC ZZZZ9.
002450     05 FILLER PIC X(39) VALUE SPACES.
002460 01 WS-DURATION-LINE.
002470     05 FILLER PIC X(21) VALUE '    AVERAGE MINUTES: '.
002480     05 WS-DUR-L-AVG PIC ZZZZ9.
002490     05 FILLER PIC X(20) VALUE '   LONGEST MINUTES: '.
002500     05 WS-DUR-L-MAX PIC ZZZZ9.
002510     05 FILLER PIC X(29) VALUE SPACES.
002520 01 WS-ALERT-LINE.
002530     05 FILLER PIC X(04) VALUE SPACES.
002540     05 WS-AL-L-TIMESTAMP PIC X(14).
002550     05 FILLER PIC X(01) VALUE SPACES.
002560     05 WS-AL-L-NAME PIC X(20).
002570     05 FILLER PIC X(01) VALUE SPACES.
002580     05 WS-AL-L-REASON PIC X(30).
002590     05 FILLER PIC X(10) VALUE SPACES.
002600 01 WS-AUDIT-LINE.
002610     05 FILLER PIC X(04) VALUE SPACES.
002620     05 WS-AU-L-TIMESTAMP PIC X(14).
002630     05 FILLER PIC X(01) VALUE SPACES.
002640     05 WS-AU-L-ACTION PIC X(07).
002650     05 FILLER PIC X(01) VALUE SPACES.
002660     05 WS-AU-L-REASON PIC X(30).
002670     05 FILLER PIC X(01) VALUE SPACES.
002680     05 WS-AU-L-KEYED-BY PIC X(06).
002690     05 FILLER PIC X(16) VALUE SPACES.
002700 01 WS-AUDIT-LINE-2.
002710     05 FILLER PIC X(23) VALUE SPACES.
002720     05 WS-AU2-NAME PIC X(20).
002730     05 FILLER PIC X(07) VALUE ' FROM '.
002740     05 WS-AU2-EFF-DATE PIC 9(06).
002750     05 FILLER PIC X(07) VALUE ' UNTIL '.
002760     05 WS-AU2-EXP-DATE PIC 9(06).
002770     05 FILLER PIC X(11) VALUE SPACES.
002780 01 WS-PASS-LINE.
002790     05 FILLER PIC X(04) VALUE SPACES.
002800     05 WS-PL-NAME PIC X(20).
002810     05 FILLER PIC X(08) VALUE '  BADGE '.
002820     05 WS-PL-BADGE-NO PIC 9(06).
002830     05 FILLER PIC X(10) VALUE '  EXPIRES '.
002840     05 WS-PL-EXPIRY PIC 9(06).
002850     05 FILLER PIC X(02) VALUE SPACES.
002860     05 WS-PL-STATUS PIC X(07).
002870     05 FILLER PIC X(17) VALUE SPACES.
002880 01 WS-COUNT-LINE.
002890     05 FILLER PIC X(04) VALUE SPACES.
002900     05 WS-CT-COUNT PIC ZZZZ9.
002910     05 FILLER PIC X(01) VALUE SPACES.
002920     05 WS-CT-LABEL PIC X(70).
002930 01 WS-SWITCHES.
002940     05 WS-EOF-PARM-SW PIC X(01) VALUE 'N'.
002950        88 WS-EOF-PARM VALUE 'Y'.
002960     05 WS-EXTRACT-SW PIC X(01) VALUE 'N'.
002970        88 WS-EXTRACT VALUE 'Y'.
002980     05 WS-AL-OPEN-SW PIC X(01) VALUE 'N'.
002990        88 WS-AL-OPEN VALUE 'Y'.
003000     05 WS-VM-OPEN-SW PIC X(01) VALUE 'N'.
003010        88 WS-VM-OPEN VALUE 'Y'.
003020     05 WS-EOF-ALIAS-SW PIC X(01) VALUE 'N'.
003030        88 WS-EOF-ALIAS VALUE 'Y'.
003040     05 WS-EOF-HISTORY-SW PIC X(01) VALUE 'N'.
003050        88 WS-EOF-HISTORY VALUE 'Y'.
003060     05 WS-EOF-DEPART-SW PIC X(01) VALUE 'N'.
003070        88 WS-EOF-DEPART VALUE 'Y'.
003080     05 WS-EOF-ALERTS-SW PIC X(01) VALUE 'N'.
003090        88 WS-EOF-ALERTS VALUE 'Y'.
003100     05 WS-EOF-AUDIT-SW PIC X(01) VALUE 'N'.
003110        88 WS-EOF-AUDIT VALUE 'Y'.
003120     05 WS-EOF-PASSES-SW PIC X(01) VALUE 'N'.
003130        88 WS-EOF-PASSES VALUE 'Y'.
003140     05 WS-VARIANT-MATCH-SW PIC X(01) VALUE 'N'.
003150        88 WS-VARIANT-MATCH VALUE 'Y'.
003160     05 WS-VISIT-MATCH-SW PIC X(01) VALUE 'N'.
003170        88 WS-VISIT-MATCH VALUE 'Y'.
003180
003190 PROCEDURE DIVISION.
003200 0000-MAIN-PROCEDURE.
003210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003220     PERFORM 1200-RESOLVE-SUBJECT THRU 1200-EXIT.
003230     PERFORM 2000-WRITE-MASTER-SECTION THRU 2000-EXIT.
003240     PERFORM 2200-WRITE-VARIANT-SECTION THRU 2200-EXIT.
003250     PERFORM 3000-WRITE-CHECKIN-SECTION THRU 3000-EXIT.
003260     PERFORM 4000-WRITE-DEPART-SECTION THRU 4000-EXIT.
003270     PERFORM 5000-WRITE-ALERT-SECTION THRU 5000-EXIT.
003280     PERFORM 6000-WRITE-AUDIT-SECTION THRU 6000-EXIT.
003290     PERFORM 7000-WRITE-PASS-SECTION THRU 7000-EXIT.
003300     PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT.
003310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003320     STOP RUN.
003330
003340 1000-INITIALIZE.
003350     PERFORM 1100-READ-PARM THRU 1100-EXIT.
003360     ACCEPT WS-CURRENT-DATE FROM DATE.
003370     OPEN OUTPUT REPORT-OUT.
003380     IF WS-EXTRACT
003390         OPEN OUTPUT EXTRACT-OUT
003400     END-IF.
003410     OPEN INPUT VISITOR-MASTER.
003420     IF WS-VM-STATUS = '00'
003430         MOVE 'Y' TO WS-VM-OPEN-SW
003440     ELSE
003450         DISPLAY '*** WARNING: VISTMAST NOT AVAILABLE (STATUS '
003460             WS-VM-STATUS ') - NO MASTER RECORD SHOWN ***'
003470     END-IF.
003480     OPEN INPUT VISITOR-ALIAS.
003490     IF WS-AL-STATUS = '00'
003500         MOVE 'Y' TO WS-AL-OPEN-SW
003510     ELSE
003520         DISPLAY '*** WARNING: VISITALS NOT AVAILABLE (STATUS '
003530             WS-AL-STATUS ') - NAME VARIANTS NOT RESOLVED ***'
003540     END-IF.
003550 1000-EXIT.
003560     EXIT.
003570
003580*------------------------------------------------------------------*
003590* DOSPRM: VISITOR ID (COLUMNS 1-8), NAME (10-29) AND EXTRACT FLAG  *
003600* (31, Y TO WRITE DOSXTRCT). A NON-ZERO ID WINS OVER THE NAME.     *
003610*------------------------------------------------------------------*
003620 1100-READ-PARM.
003630     OPEN INPUT DOSSIER-PARM.
003640     READ DOSSIER-PARM
003650         AT END
003660             SET WS-EOF-PARM TO TRUE
003670     END-READ.
003680     CLOSE DOSSIER-PARM.
003690     IF WS-EOF-PARM
003700         DISPLAY 'DOSPRM MISSING OR EMPTY - VISITOR ID OR NAME'
003710             ' REQUIRED'
003720         DISPLAY 'ABENDING - SUPPLY DOSPRM AND RESUBMIT.'
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760     IF DQ-VISITOR-ID IS NUMERIC
003770         MOVE DQ-VISITOR-ID TO WS-SUBJECT-ID
003780     END-IF.
003790     MOVE DQ-NAME TO WS-SUBJECT-NAME.
003800     IF WS-SUBJECT-ID = 0 AND WS-SUBJECT-NAME = SPACES
003810         DISPLAY 'DOSPRM GIVES NEITHER A VISITOR ID NOR A NAME'
003820         DISPLAY 'ABENDING - FIX DOSPRM AND RESUBMIT.'
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     IF DQ-EXTRACT = 'Y'
003870         MOVE 'Y' TO WS-EXTRACT-SW
003880     END-IF.
003890 1100-EXIT.
003900     EXIT.
003910
003920*------------------------------------------------------------------*
003930* A NAME IS UPPER-CASED AND LOOKED UP ON VISITALS THE WAY HELLO    *
003940* DOES AT THE DESK. ONCE THE ID IS KNOWN, EVERY ALIAS POINTING AT  *
003950* IT IS GATHERED SO THE OTHER FILES, WHICH CARRY ONLY A NAME, CAN  *
003960* BE MATCHED ON ANY SPELLING THE PERSON HAS USED. A NAME NOT ON    *
003970* VISITALS IS STILL SEARCHED FOR AS GIVEN.                         *
003980*------------------------------------------------------------------*
003990 1200-RESOLVE-SUBJECT.
004000     MOVE 'HD' TO WS-SECTION-CODE.
004010     MOVE WS-CURRENT-DATE TO WS-H1-DATE.
004020     MOVE WS-HEADING-LINE-1 TO WS-PRINT-LINE.
004030     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
004040     IF WS-SUBJECT-NAME NOT = SPACES
004050         MOVE WS-SUBJECT-NAME TO WS-NORM-NAME
004060         PERFORM 8400-NORMALIZE-NAME THRU 8400-EXIT
004070         PERFORM 8460-ADD-VARIANT THRU 8460-EXIT
004080     END-IF.
004090     IF WS-SUBJECT-ID = 0 AND WS-AL-OPEN
004100         MOVE WS-NORM-NAME TO AL-NORM-NAME
004110         READ VISITOR-ALIAS
004120             INVALID KEY
004130                 CONTINUE
004140             NOT INVALID KEY
004150                 MOVE AL-VISITOR-ID TO WS-SUBJECT-ID
004160         END-READ
004170     END-IF.
004180     MOVE WS-SUBJECT-ID TO WS-SL-VISITOR-ID.
004190     IF WS-SUBJECT-NAME = SPACES
004200         MOVE 'BY VISITOR ID' TO WS-SL-ASKED
004210     ELSE
004220         MOVE WS-SUBJECT-NAME TO WS-SL-ASKED
004230     END-IF.
004240     MOVE WS-SUBJECT-LINE TO WS-PRINT-LINE.
004250     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
004260     IF WS-SUBJECT-ID = 0
004270         MOVE 'NAME NOT ON VISITALS - SEARCHED AS GIVEN ONLY'
004280             TO WS-MSG-TEXT
004290         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
004300         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
004310         GO TO 1200-EXIT
004320     END-IF.
004330     IF NOT WS-AL-OPEN
004340         GO TO 1200-EXIT
004350     END-IF.
004360     MOVE LOW-VALUES TO AL-NORM-NAME.
004370     START VISITOR-ALIAS KEY NOT < AL-NORM-NAME
004380         INVALID KEY
004390             GO TO 1200-EXIT
004400     END-START.
004410     PERFORM 1250-GATHER-ALIAS THRU 1250-EXIT
004420         UNTIL WS-EOF-ALIAS.
004430 1200-EXIT.
004440     EXIT.
004450
004460 1250-GATHER-ALIAS.
004470     READ VISITOR-ALIAS NEXT RECORD
004480         AT END
004490             SET WS-EOF-ALIAS TO TRUE
004500             GO TO 1250-EXIT
004510     END-READ.
004520     IF WS-AL-STATUS NOT = '00'
004530         SET WS-EOF-ALIAS TO TRUE
004540         GO TO 1250-EXIT
004550     END-IF.
004560     IF AL-VISITOR-ID = WS-SUBJECT-ID
004570         MOVE AL-NORM-NAME TO WS-NORM-NAME
004580         PERFORM 8460-ADD-VARIANT THRU 8460-EXIT
004590     END-IF.
004600 1250-EXIT.
004610     EXIT.
004620
004630 2000-WRITE-MASTER-SECTION.
004640     MOVE 'VM' TO WS-SECTION-CODE.
004650     MOVE 'VISITOR MASTER (VISTMAST)' TO WS-SH-TITLE.
004660     PERFORM 8200-WRITE-SECTION-HEAD THRU 8200-EXIT.
004670     IF WS-SUBJECT-ID = 0 OR NOT WS-VM-OPEN
004680         MOVE 'NO VISITOR MASTER RECORD' TO WS-MSG-TEXT
004690         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
004700         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
004710         GO TO 2000-EXIT
004720     END-IF.
004730     MOVE WS-SUBJECT-ID TO VM-VISITOR-ID.
004740     READ VISITOR-MASTER
004750         INVALID KEY
004760             MOVE 'NO VISITOR MASTER RECORD' TO WS-MSG-TEXT
004770             MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
004780             PERFORM 8100-WRITE-LINE THRU 8100-EXIT
004790             GO TO 2000-EXIT
004800     END-READ.
004810     MOVE VM-NAME TO WS-M1-NAME.
004820     MOVE VM-COMPANY TO WS-M1-COMPANY.
004830     MOVE WS-MASTER-LINE-1 TO WS-PRINT-LINE.
004840     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
004850     MOVE VM-VISIT-COUNT TO WS-M2-VISITS.
004860     MOVE VM-LAST-VISIT-DATE TO WS-M2-LAST-DATE.
004870     MOVE VM-LAST-BADGE-NO TO WS-M2-LAST-BADGE.
004880     MOVE WS-MASTER-LINE-2 TO WS-PRINT-LINE.
004890     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
004900     MOVE VM-NAME TO WS-NORM-NAME.
004910     PERFORM 8400-NORMALIZE-NAME THRU 8400-EXIT.
004920     PERFORM 8460-ADD-VARIANT THRU 8460-EXIT.
004930 2000-EXIT.
004940     EXIT.
004950
004960 2200-WRITE-VARIANT-SECTION.
004970     MOVE 'NV' TO WS-SECTION-CODE.
004980     MOVE 'NAME VARIANTS (VISITALS)' TO WS-SH-TITLE.
004990     PERFORM 8200-WRITE-SECTION-HEAD THRU 8200-EXIT.
005000     PERFORM 2250-WRITE-VARIANT-LINE THRU 2250-EXIT
005010         VARYING WS-VAR-IDX FROM 1 BY 1
005020         UNTIL WS-VAR-IDX > WS-VARIANT-COUNT.
005030     MOVE WS-VARIANT-COUNT TO WS-SECTION-COUNT.
005040     MOVE 'NAME VARIANTS SEARCHED' TO WS-CT-LABEL.
005050     PERFORM 8300-WRITE-SECTION-COUNT THRU 8300-EXIT.
005060 2200-EXIT.
005070     EXIT.
005080
005090 2250-WRITE-VARIANT-LINE.
005100     MOVE WS-VAR-NAME (WS-VAR-IDX) TO WS-VL-NAME.
005110     MOVE WS-VARIANT-LINE TO WS-PRINT-LINE.
005120     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
005130 2250-EXIT.
005140     EXIT.
005150
005160*------------------------------------------------------------------*
005170* A CHECK-IN BELONGS TO THE SUBJECT WHEN IT CARRIES THE VISITOR    *
005180* ID, OR - FOR HISTORY WRITTEN BEFORE IDS WERE ASSIGNED - WHEN ITS *
005190* NAME IS ONE OF THE VARIANTS. EACH ONE IS REMEMBERED SO THE       *
005200* DEPARTURE HISTORY CAN BE MATCHED ON BADGE, DAY AND ARRIVAL TIME. *
005210*------------------------------------------------------------------*
005220 3000-WRITE-CHECKIN-SECTION.
005230     MOVE 'CI' TO WS-SECTION-CODE.
005240     MOVE 'CHECK-INS (GREETHST)' TO WS-SH-TITLE.
005250     PERFORM 8200-WRITE-SECTION-HEAD THRU 8200-EXIT.
005260     MOVE WS-CHECKIN-HEADING TO WS-PRINT-LINE.
005270     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
005280     OPEN INPUT HISTORY-IN.
005290     PERFORM 3100-SCAN-HISTORY THRU 3100-EXIT
005300         UNTIL WS-EOF-HISTORY.
005310     CLOSE HISTORY-IN.
005320     MOVE WS-CHECKIN-COUNT TO WS-SECTION-COUNT.
005330     MOVE 'CHECK-INS ON HISTORY' TO WS-CT-LABEL.
005340     PERFORM 8300-WRITE-SECTION-COUNT THRU 8300-EXIT.
005350 3000-EXIT.
005360     EXIT.
005370
005371*------------------------------------------------------------------*
005372* A CHECK-IN CARRYING A VISITOR ID BELONGS TO THE SUBJECT ONLY IF  *
005373* THE ID IS THE SUBJECT'S. THE NAME VARIANTS ARE TRIED ONLY FOR    *
005374* HISTORY WRITTEN BEFORE IDS EXISTED, OR WHEN THE SUBJECT HAS NO   *
005375* ID OF THEIR OWN.                                                 *
005376*------------------------------------------------------------------*
005380 3100-SCAN-HISTORY.
005390     READ HISTORY-IN
005400         AT END
005410             SET WS-EOF-HISTORY TO TRUE
005420             GO TO 3100-EXIT
005430     END-READ.
005440     IF HISTORY-IN-RECORD = SPACES
005450         GO TO 3100-EXIT
005460     END-IF.
005470     MOVE HISTORY-IN-RECORD TO WS-HISTORY-WORK.
005480     IF WS-SUBJECT-ID NOT = 0
005482         AND GL-VISITOR-ID OF WS-HISTORY-WORK IS NUMERIC
005484         AND GL-VISITOR-ID OF WS-HISTORY-WORK NOT = 0
005486         IF GL-VISITOR-ID OF WS-HISTORY-WORK NOT = WS-SUBJECT-ID
005488             GO TO 3100-EXIT
005490         END-IF
005492     ELSE
005494         MOVE GL-NAME OF WS-HISTORY-WORK TO WS-NORM-NAME
005496         PERFORM 8400-NORMALIZE-NAME THRU 8400-EXIT
005498         PERFORM 8450-CHECK-VARIANT THRU 8450-EXIT
005500         IF NOT WS-VARIANT-MATCH
005502             GO TO 3100-EXIT
005504         END-IF
005506     END-IF.
005570     ADD 1 TO WS-CHECKIN-COUNT.
005580     MOVE GL-TS-DATE OF WS-HISTORY-WORK TO WS-CL-DATE.
005590     MOVE GL-ARRIVAL-TIME OF WS-HISTORY-WORK TO WS-CL-ARRIVAL.
005600     MOVE GL-BADGE-NO OF WS-HISTORY-WORK TO WS-CL-BADGE-NO.
005610     MOVE GL-DESK-ID OF WS-HISTORY-WORK TO WS-CL-DESK-ID.
005620     MOVE GL-HOST-ID OF WS-HISTORY-WORK TO WS-CL-HOST-ID.
005630     MOVE GL-COMPANY OF WS-HISTORY-WORK TO WS-CL-COMPANY.
005640     EVALUATE TRUE
005650         WHEN GL-DISP-NOTIFIED OF WS-HISTORY-WORK
005660             MOVE 'BADGED' TO WS-CL-DISP
005670         WHEN GL-DISP-BAD-HOST OF WS-HISTORY-WORK
005680             MOVE 'HOST UNKNOWN' TO WS-CL-DISP
005690         WHEN GL-DISP-GROUP-MEMBER OF WS-HISTORY-WORK
005700             MOVE 'GROUP MEMBER' TO WS-CL-DISP
005710         WHEN GL-DISP-DENIED OF WS-HISTORY-WORK
005720             MOVE 'DENIED' TO WS-CL-DISP
005730         WHEN GL-DISP-DUPLICATE OF WS-HISTORY-WORK
005740             MOVE 'DUPLICATE' TO WS-CL-DISP
005750         WHEN GL-DISP-INDUCTION-HOLD OF WS-HISTORY-WORK
005760             MOVE 'ADMISSION HOLD' TO WS-CL-DISP
005770         WHEN OTHER
005780             MOVE 'NOT RECORDED' TO WS-CL-DISP
005790     END-EVALUATE.
005800     MOVE WS-CHECKIN-LINE TO WS-PRINT-LINE.
005810     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
005820     IF GL-BADGE-NO OF WS-HISTORY-WORK = 0
005830         GO TO 3100-EXIT
005840     END-IF.
005850     IF WS-VISIT-COUNT NOT < WS-VISIT-CEILING
005860         GO TO 3100-EXIT
005870     END-IF.
005880     ADD 1 TO WS-VISIT-COUNT.
005890     SET WS-VST-IDX TO WS-VISIT-COUNT.
005900     MOVE GL-TS-DATE OF WS-HISTORY-WORK
005910         TO WS-VST-DATE (WS-VST-IDX).
005920     MOVE GL-BADGE-NO OF WS-HISTORY-WORK
005930         TO WS-VST-BADGE-NO (WS-VST-IDX).
005940     MOVE GL-ARRIVAL-TIME OF WS-HISTORY-WORK
005950         TO WS-VST-ARRIVAL (WS-VST-IDX).
005960 3100-EXIT.
005970     EXIT.
005980
005990 4000-WRITE-DEPART-SECTION.
006000     MOVE 'DP' TO WS-SECTION-CODE.
006010     MOVE 'DEPARTURES (DEPARTHS)' TO WS-SH-TITLE.
006020     PERFORM 8200-WRITE-SECTION-HEAD THRU 8200-EXIT.
006030     MOVE WS-DEPART-HEADING TO WS-PRINT-LINE.
006040     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
006050     OPEN INPUT DEPART-HIST-IN.
006060     PERFORM 4100-SCAN-DEPARTURES THRU 4100-EXIT
006070         UNTIL WS-EOF-DEPART.
006080     CLOSE DEPART-HIST-IN.
006090     MOVE WS-DEPARTURE-COUNT TO WS-SECTION-COUNT.
006100     MOVE 'DEPARTURES ON HISTORY' TO WS-CT-LABEL.
006110     PERFORM 8300-WRITE-SECTION-COUNT THRU 8300-EXIT.
006120     IF WS-DEPARTURE-COUNT > 0
006130         DIVIDE WS-DUR-TOTAL BY WS-DEPARTURE-COUNT
006140             GIVING WS-DUR-AVG ROUNDED
006150         MOVE WS-DUR-AVG TO WS-DUR-L-AVG
006160         MOVE WS-DUR-MAX TO WS-DUR-L-MAX
006170         MOVE WS-DURATION-LINE TO WS-PRINT-LINE
006180         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
006190     END-IF.
006200 4000-EXIT.
006210     EXIT.
006220
006230 4100-SCAN-DEPARTURES.
006240     READ DEPART-HIST-IN
006250         AT END
006260             SET WS-EOF-DEPART TO TRUE
006270             GO TO 4100-EXIT
006280     END-READ.
006290     IF DEPART-HIST-IN-RECORD = SPACES
006300         GO TO 4100-EXIT
006310     END-IF.
006320     MOVE DEPART-HIST-IN-RECORD TO WS-DEPART-WORK.
006330     MOVE 'N' TO WS-VISIT-MATCH-SW.
006340     SET WS-VST-IDX TO 1.
006350     SEARCH WS-VST-ENTRY
006360         AT END
006370             CONTINUE
006380         WHEN WS-VST-IDX NOT > WS-VISIT-COUNT
006390             AND WS-VST-BADGE-NO (WS-VST-IDX) = DL-BADGE-NO
006400             AND WS-VST-DATE (WS-VST-IDX) = DL-DEPART-DATE
006410             AND WS-VST-ARRIVAL (WS-VST-IDX) = DL-ARRIVAL-TIME
006420             MOVE 'Y' TO WS-VISIT-MATCH-SW
006430     END-SEARCH.
006440     IF NOT WS-VISIT-MATCH
006450         GO TO 4100-EXIT
006460     END-IF.
006470     ADD 1 TO WS-DEPARTURE-COUNT.
006480     ADD DL-DURATION-MINS TO WS-DUR-TOTAL.
006490     IF DL-DURATION-MINS > WS-DUR-MAX
006500         MOVE DL-DURATION-MINS TO WS-DUR-MAX
006510     END-IF.
006520     MOVE DL-DEPART-DATE TO WS-DPL-DATE.
006530     MOVE DL-BADGE-NO TO WS-DPL-BADGE-NO.
006540     MOVE DL-ARRIVAL-TIME TO WS-DPL-ARRIVAL.
006550     MOVE DL-DEPART-TIME TO WS-DPL-DEPART.
006560     MOVE DL-DURATION-MINS TO WS-DPL-MINS.
006570     MOVE WS-DEPART-LINE TO WS-PRINT-LINE.
006580     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
006590 4100-EXIT.
006600     EXIT.
006610
006620 5000-WRITE-ALERT-SECTION.
006630     MOVE 'SA' TO WS-SECTION-CODE.
006640     MOVE 'SECURITY ALERTS (SECALERT)' TO WS-SH-TITLE.
006650     PERFORM 8200-WRITE-SECTION-HEAD THRU 8200-EXIT.
006660     OPEN INPUT SECURITY-ALERTS-IN.
006670     PERFORM 5100-SCAN-ALERTS THRU 5100-EXIT
006680         UNTIL WS-EOF-ALERTS.
006690     CLOSE SECURITY-ALERTS-IN.
006700     MOVE WS-ALERT-COUNT TO WS-SECTION-COUNT.
006710     MOVE 'SECURITY ALERTS' TO WS-CT-LABEL.
006720     PERFORM 8300-WRITE-SECTION-COUNT THRU 8300-EXIT.
006730 5000-EXIT.
006740     EXIT.
006750
006760 5100-SCAN-ALERTS.
006770     READ SECURITY-ALERTS-IN
006780         AT END
006790             SET WS-EOF-ALERTS TO TRUE
006800             GO TO 5100-EXIT
006810     END-READ.
006820     MOVE SA-NAME TO WS-NORM-NAME.
006830     PERFORM 8400-NORMALIZE-NAME THRU 8400-EXIT.
006840     PERFORM 8450-CHECK-VARIANT THRU 8450-EXIT.
006850     IF NOT WS-VARIANT-MATCH
006860         GO TO 5100-EXIT
006870     END-IF.
006880     ADD 1 TO WS-ALERT-COUNT.
006890     MOVE SA-TIMESTAMP TO WS-AL-L-TIMESTAMP.
006900     MOVE SA-NAME TO WS-AL-L-NAME.
006910     MOVE SA-REASON TO WS-AL-L-REASON.
006920     MOVE WS-ALERT-LINE TO WS-PRINT-LINE.
006930     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
006940 5100-EXIT.
006950     EXIT.
006960
006970 6000-WRITE-AUDIT-SECTION.
006980     MOVE 'DA' TO WS-SECTION-CODE.
006990     MOVE 'DENYLIST HISTORY (DENYAUDT)' TO WS-SH-TITLE.
007000     PERFORM 8200-WRITE-SECTION-HEAD THRU 8200-EXIT.
007010     OPEN INPUT DENY-AUDIT-IN.
007020     PERFORM 6100-SCAN-AUDIT THRU 6100-EXIT
007030         UNTIL WS-EOF-AUDIT.
007040     CLOSE DENY-AUDIT-IN.
007050     MOVE WS-AUDIT-COUNT TO WS-SECTION-COUNT.
007060     MOVE 'DENYLIST AUDIT ENTRIES' TO WS-CT-LABEL.
007070     PERFORM 8300-WRITE-SECTION-COUNT THRU 8300-EXIT.
007080 6000-EXIT.
007090     EXIT.
007100
007110 6100-SCAN-AUDIT.
007120     READ DENY-AUDIT-IN
007130         AT END
007140             SET WS-EOF-AUDIT TO TRUE
007150             GO TO 6100-EXIT
007160     END-READ.
007170     MOVE AU-NAME TO WS-NORM-NAME.
007180     PERFORM 8400-NORMALIZE-NAME THRU 8400-EXIT.
007190     PERFORM 8450-CHECK-VARIANT THRU 8450-EXIT.
007200     IF NOT WS-VARIANT-MATCH
007210         GO TO 6100-EXIT
007220     END-IF.
007230     ADD 1 TO WS-AUDIT-COUNT.
007240     MOVE AU-TIMESTAMP TO WS-AU-L-TIMESTAMP.
007250     EVALUATE AU-ACTION
007260         WHEN 'A'
007270             MOVE 'ADDED' TO WS-AU-L-ACTION
007280         WHEN 'R'
007290             MOVE 'REMOVED' TO WS-AU-L-ACTION
007300         WHEN 'L'
007310             MOVE 'LAPSED' TO WS-AU-L-ACTION
007320         WHEN OTHER
007330             MOVE AU-ACTION TO WS-AU-L-ACTION
007340     END-EVALUATE.
007350     MOVE AU-REASON TO WS-AU-L-REASON.
007360     MOVE AU-KEYED-BY TO WS-AU-L-KEYED-BY.
007370     MOVE WS-AUDIT-LINE TO WS-PRINT-LINE.
007380     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
007390     MOVE AU-NAME TO WS-AU2-NAME.
007400     MOVE AU-EFF-DATE TO WS-AU2-EFF-DATE.
007410     MOVE AU-EXP-DATE TO WS-AU2-EXP-DATE.
007420     MOVE WS-AUDIT-LINE-2 TO WS-PRINT-LINE.
007430     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
007440 6100-EXIT.
007450     EXIT.
007460
007470 7000-WRITE-PASS-SECTION.
007480     MOVE 'CP' TO WS-SECTION-CODE.
007490     MOVE 'CONTRACTOR PASSES (CONTPASS)' TO WS-SH-TITLE.
007500     PERFORM 8200-WRITE-SECTION-HEAD THRU 8200-EXIT.
007510     OPEN INPUT CONTRACTOR-PASSES.
007520     PERFORM 7100-SCAN-PASSES THRU 7100-EXIT
007530         UNTIL WS-EOF-PASSES.
007540     CLOSE CONTRACTOR-PASSES.
007550     MOVE WS-PASS-COUNT TO WS-SECTION-COUNT.
007560     MOVE 'CONTRACTOR PASSES' TO WS-CT-LABEL.
007570     PERFORM 8300-WRITE-SECTION-COUNT THRU 8300-EXIT.
007580 7000-EXIT.
007590     EXIT.
007600
007610 7100-SCAN-PASSES.
007620     READ CONTRACTOR-PASSES
007630         AT END
007640             SET WS-EOF-PASSES TO TRUE
007650             GO TO 7100-EXIT
007660     END-READ.
007670     MOVE CT-NAME TO WS-NORM-NAME.
007680     PERFORM 8400-NORMALIZE-NAME THRU 8400-EXIT.
007690     PERFORM 8450-CHECK-VARIANT THRU 8450-EXIT.
007700     IF NOT WS-VARIANT-MATCH
007710         GO TO 7100-EXIT
007720     END-IF.
007730     ADD 1 TO WS-PASS-COUNT.
007740     MOVE CT-NAME TO WS-PL-NAME.
007750     MOVE CT-BADGE-NO TO WS-PL-BADGE-NO.
007760     MOVE CT-EXPIRY-DATE TO WS-PL-EXPIRY.
007770     IF CT-EXPIRY-DATE < WS-CURRENT-DATE
007780         MOVE 'EXPIRED' TO WS-PL-STATUS
007790     ELSE
007800         MOVE 'ACTIVE' TO WS-PL-STATUS
007810     END-IF.
007820     MOVE WS-PASS-LINE TO WS-PRINT-LINE.
007830     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
007840 7100-EXIT.
007850     EXIT.
007860
007870 8000-PRINT-TRAILER.
007880     DISPLAY '-------------------------------------------'.
007890     DISPLAY 'Visitor ID . . . . . . . . : ' WS-SUBJECT-ID.
007900     DISPLAY 'Name variants searched . . : ' WS-VARIANT-COUNT.
007910     DISPLAY 'Check-ins found  . . . . . : ' WS-CHECKIN-COUNT.
007920     DISPLAY 'Departures found . . . . . : ' WS-DEPARTURE-COUNT.
007930     DISPLAY 'Security alerts found  . . : ' WS-ALERT-COUNT.
007940     DISPLAY 'Denylist audit entries . . : ' WS-AUDIT-COUNT.
007950     DISPLAY 'Contractor passes found  . : ' WS-PASS-COUNT.
007960     IF WS-EXTRACT
007970         DISPLAY 'Extract lines written  . . : ' WS-LINES-WRITTEN
007980     END-IF.
007990     IF WS-VISIT-COUNT NOT < WS-VISIT-CEILING
008000         DISPLAY '*** WARNING: MORE THAN ' WS-VISIT-CEILING
008010             ' BADGED CHECK-INS - LATER DEPARTURES NOT'
008020             ' MATCHED ***'
008030     END-IF.
008040     DISPLAY '-------------------------------------------'.
008050 8000-EXIT.
008060     EXIT.
008070
008080*------------------------------------------------------------------*
008090* EVERY DOSSIER LINE GOES THROUGH HERE, SO THE EXTRACT CARRIES THE *
008100* SAME CONTENT AS THE PRINT, TAGGED WITH THE VISITOR ID AND THE    *
008110* SECTION IT CAME FROM (HD HEADER, VM MASTER, NV NAME VARIANTS, CI *
008120* CHECK-INS, DP DEPARTURES, SA ALERTS, DA DENYLIST AUDIT, CP       *
008130* CONTRACTOR PASSES).                                              *
008140*------------------------------------------------------------------*
008150 8100-WRITE-LINE.
008160     WRITE REPORT-LINE FROM WS-PRINT-LINE.
008170     IF NOT WS-EXTRACT
008180         GO TO 8100-EXIT
008190     END-IF.
008200     MOVE SPACES TO EXTRACT-OUT-RECORD.
008210     MOVE WS-SUBJECT-ID TO DX-VISITOR-ID.
008220     MOVE WS-SECTION-CODE TO DX-SECTION.
008230     MOVE WS-PRINT-LINE TO DX-TEXT.
008240     WRITE EXTRACT-OUT-RECORD.
008250     ADD 1 TO WS-LINES-WRITTEN.
008260 8100-EXIT.
008270     EXIT.
008280
008290 8200-WRITE-SECTION-HEAD.
008300     MOVE SPACES TO REPORT-LINE.
008310     WRITE REPORT-LINE.
008320     MOVE WS-SECTION-HEADING TO WS-PRINT-LINE.
008330     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
008340 8200-EXIT.
008350     EXIT.
008360
008370 8300-WRITE-SECTION-COUNT.
008380     MOVE WS-SECTION-COUNT TO WS-CT-COUNT.
008390     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
008400     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
008410 8300-EXIT.
008420     EXIT.
008430
008440 8400-NORMALIZE-NAME.
008450     INSPECT WS-NORM-NAME
008460         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
008470 8400-EXIT.
008480     EXIT.
008490
008500 8450-CHECK-VARIANT.
008510     MOVE 'N' TO WS-VARIANT-MATCH-SW.
008520     IF WS-NORM-NAME = SPACES
008530         GO TO 8450-EXIT
008540     END-IF.
008550     SET WS-VAR-IDX TO 1.
008560     SEARCH WS-VAR-ENTRY
008570         AT END
008580             CONTINUE
008590         WHEN WS-VAR-IDX NOT > WS-VARIANT-COUNT
008600             AND WS-VAR-NAME (WS-VAR-IDX) = WS-NORM-NAME
008610             MOVE 'Y' TO WS-VARIANT-MATCH-SW
008620     END-SEARCH.
008630 8450-EXIT.
008640     EXIT.
008650
008651*------------------------------------------------------------------*
008652* ADDS WS-NORM-NAME TO THE NAMES THE SUBJECT IS SEARCHED UNDER.    *
008653* THE VERASE PLACEHOLDER IS NEVER ADDED: EVERY ERASED PERSON       *
008654* CARRIES IT, SO IT WOULD PULL THEIR PRE-ID CHECK-INS AND          *
008655* DEPARTURES INTO THIS DOSSIER.                                    *
008656*------------------------------------------------------------------*
008660 8460-ADD-VARIANT.
008670     PERFORM 8450-CHECK-VARIANT THRU 8450-EXIT.
008680     IF WS-VARIANT-MATCH OR WS-NORM-NAME = SPACES
008682         OR WS-NORM-NAME = WS-ERASED-PLACEHOLDER
008690         GO TO 8460-EXIT
008700     END-IF.
008710     IF WS-VARIANT-COUNT NOT < WS-VARIANT-CEILING
008720         DISPLAY '*** WARNING: MORE THAN ' WS-VARIANT-CEILING
008730             ' NAME VARIANTS - ' WS-NORM-NAME ' NOT SEARCHED ***'
008740         GO TO 8460-EXIT
008750     END-IF.
008760     ADD 1 TO WS-VARIANT-COUNT.
008770     SET WS-VAR-IDX TO WS-VARIANT-COUNT.
008780     MOVE WS-NORM-NAME TO WS-VAR-NAME (WS-VAR-IDX).
008790 8460-EXIT.
008800     EXIT.
008810
008820 9000-TERMINATE.
008830     CLOSE REPORT-OUT.
008840     IF WS-EXTRACT
008850         CLOSE EXTRACT-OUT
008860     END-IF.
008870     IF WS-VM-OPEN
008880         CLOSE VISITOR-MASTER
008890     END-IF.
008900     IF WS-AL-OPEN
008910         CLOSE VISITOR-ALIAS
008920     END-IF.
008930     DISPLAY 'Dossier complete.'.
008940 9000-EXIT.
008950     EXIT.
