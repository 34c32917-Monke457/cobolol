000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACCSRECN.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. NIGHTLY ACCESS-CONTROL          *
000120*                 RECONCILIATION, RUN AFTER CHECKOUT. STARTS FROM  *
000130*                 THE BADGES THE FEED LEFT ACTIVE LAST NIGHT       *
000140*                 (ACCSACTV), APPLIES THE DAY'S HELLO ACTIVATIONS  *
000150*                 (ACCSFEED, ALL DESKS) AND CHECKOUT               *
000160*                 DEACTIVATIONS (ACCSDEAC), AND LISTS EVERY BADGE  *
000170*                 STILL LIVE AT THE DOORS THAT BADGMAST DOES NOT   *
000180*                 SHOW AS ISSUED - RETURNED, LOST, OR NOT ON THE   *
000190*                 MASTER AT ALL. THE BADGES STILL ACTIVE ARE       *
000200*                 WRITTEN TO ACCSACTN; THE JOB STEP THAT FOLLOWS   *
000210*                 PROMOTES IT TO ACCSACTV FOR THE NEXT NIGHT.      *
000220*------------------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL ACTIVE-IN ASSIGN TO "ACCSACTV"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT OPTIONAL ACTIVATION-IN ASSIGN TO "ACCSFEED"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT OPTIONAL DEACTIVATION-IN ASSIGN TO "ACCSDEAC"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT ACTIVE-OUT ASSIGN TO "ACCSACTN"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT BADGE-MASTER ASSIGN TO "BADGMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS BM-BADGE-NO
000390         FILE STATUS IS WS-BM-STATUS.
000400     SELECT ACCESS-WORK ASSIGN TO "ACCWORK"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS AW-BADGE-NO
000440         FILE STATUS IS WS-AW-STATUS.
000450     SELECT RECON-REPORT ASSIGN TO "ACCSRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ACTIVE-IN
000530     LABEL RECORDS ARE STANDARD.
000540 01  ACTIVE-IN-RECORD PIC X(59).
000550
000560 FD  ACTIVATION-IN
000570     LABEL RECORDS ARE STANDARD.
000580 01  ACTIVATION-IN-RECORD PIC X(59).
000590
000600 FD  DEACTIVATION-IN
000610     LABEL RECORDS ARE STANDARD.
000620 01  DEACTIVATION-IN-RECORD PIC X(59).
000630
000640 FD  ACTIVE-OUT
000650     LABEL RECORDS ARE STANDARD.
000660 01  ACTIVE-OUT-RECORD PIC X(59).
000670
000680 FD  BADGE-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700 01  BADGE-MASTER-RECORD.
000710     COPY BADGMAST.
000720
000730 FD  ACCESS-WORK
000740     LABEL RECORDS ARE STANDARD.
000750 01  ACCESS-WORK-RECORD.
000760     05 AW-BADGE-NO PIC 9(06).
000770     05 AW-FEED-DATA PIC X(59).
000780
000790 FD  RECON-REPORT
000800     LABEL RECORDS ARE STANDARD.
000810 01  REPORT-LINE PIC X(80).
000820
000830 FD  BUSINESS-DATE-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  BUSINESS-DATE-RECORD.
000860     COPY BUSDATE.
000870
000880 WORKING-STORAGE SECTION.
000890 01 WS-FEED-WORK.
000900     COPY ACCSFEED.
000910 01 WS-BM-STATUS PIC X(02) VALUE '00'.
000920 01 WS-AW-STATUS PIC X(02) VALUE '00'.
000930 01 WS-CURRENT-DATE PIC 9(06).
000940 01 WS-CLOCK-DATE PIC 9(06).
000950 01 WS-CARRIED-COUNT PIC 9(05) VALUE 0.
000960 01 WS-ACTIVATION-COUNT PIC 9(05) VALUE 0.
000970 01 WS-DEACTIVATION-COUNT PIC 9(05) VALUE 0.
000980 01 WS-DEACT-UNMATCHED PIC 9(05) VALUE 0.
000990 01 WS-ACTIVE-COUNT PIC 9(05) VALUE 0.
001000 01 WS-MISMATCH-COUNT PIC 9(05) VALUE 0.
001010 01 WS-HEADING-LINE-1.
001020     05 FILLER PIC X(46) VALUE
001030         'LIVE ACCESS BADGES WITH NO ISSUED BADGMAST REC'.
001040     05 FILLER PIC X(19) VALUE 'ORD - BUSINESS DATE'.
001050     05 FILLER PIC X(01) VALUE SPACES.
001060     05 WS-HL-DATE PIC 9(06).
001070     05 FILLER PIC X(08) VALUE SPACES.
001080 01 WS-HEADING-LINE-2.
001090     05 FILLER PIC X(08) VALUE 'BADGE'.
001100     05 FILLER PIC X(10) VALUE 'VISITOR'.
001110     05 FILLER PIC X(05) VALUE 'DESK'.
001120     05 FILLER PIC X(08) VALUE 'HOST'.
001130     05 FILLER PIC X(17) VALUE 'VALID UNTIL'.
001140     05 FILLER PIC X(32) VALUE 'BADGMAST'.
001150 01 WS-DETAIL-LINE.
001160     05 WS-DL-BADGE-NO PIC 9(06).
001170     05 FILLER PIC X(02) VALUE SPACES.
001180     05 WS-DL-VISITOR-ID PIC 9(08).
001190     05 FILLER PIC X(02) VALUE SPACES.
001200     05 WS-DL-DESK-ID PIC X(02).
001210     05 FILLER PIC X(03) VALUE SPACES.
001220     05 WS-DL-HOST-ID PIC X(06).
001230     05 FILLER PIC X(02) VALUE SPACES.
001240     05 WS-DL-VU-DATE PIC 9(06).
001250     05 FILLER PIC X(01) VALUE SPACES.
001260     05 WS-DL-VU-TIME PIC 9(08).
001270     05 FILLER PIC X(02) VALUE SPACES.
001280     05 WS-DL-MASTER PIC X(16).
001290     05 FILLER PIC X(16) VALUE SPACES.
001300 01 WS-TOTAL-LINE.
001310     05 WS-TL-LABEL PIC X(25).
001320     05 WS-TL-COUNT PIC ZZZZ9.
001330     05 FILLER PIC X(50) VALUE SPACES.
001340 01 WS-SWITCHES.
001350     05 WS-EOF-ACTIVE-SW PIC X(01) VALUE 'N'.
001360        88 WS-EOF-ACTIVE VALUE 'Y'.
001370     05 WS-EOF-ACTIVATION-SW PIC X(01) VALUE 'N'.
001380        88 WS-EOF-ACTIVATION VALUE 'Y'.
001390     05 WS-EOF-DEACTIVATION-SW PIC X(01) VALUE 'N'.
001400        88 WS-EOF-DEACTIVATION VALUE 'Y'.
001410     05 WS-EOF-WORK-SW PIC X(01) VALUE 'N'.
001420        88 WS-EOF-WORK VALUE 'Y'.
001430     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
001440        88 WS-EOF-BUSDATE VALUE 'Y'.
001450
001460 PROCEDURE DIVISION.
001470 0000-MAIN-PROCEDURE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     PERFORM 2000-LOAD-CARRIED-BADGE THRU 2000-EXIT
001500         UNTIL WS-EOF-ACTIVE.
001510     PERFORM 3000-APPLY-ACTIVATION THRU 3000-EXIT
001520         UNTIL WS-EOF-ACTIVATION.
001530     PERFORM 4000-APPLY-DEACTIVATION THRU 4000-EXIT
001540         UNTIL WS-EOF-DEACTIVATION.
001550     PERFORM 5000-CHECK-ACTIVE-BADGES THRU 5000-EXIT.
001560     PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT.
001570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001580     STOP RUN.
001590
001600 1000-INITIALIZE.
001610     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001620     OPEN INPUT BADGE-MASTER.
001630     IF WS-BM-STATUS NOT = '00'
001640         DISPLAY 'BADGMAST OPEN FAILED, STATUS ' WS-BM-STATUS
001650         DISPLAY 'ABENDING - CHECK BADGMAST AND RESUBMIT.'
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF.
001690     OPEN OUTPUT ACCESS-WORK.
001700     CLOSE ACCESS-WORK.
001710     OPEN I-O ACCESS-WORK.
001720     OPEN INPUT ACTIVE-IN.
001730     OPEN INPUT ACTIVATION-IN.
001740     OPEN INPUT DEACTIVATION-IN.
001750     OPEN OUTPUT ACTIVE-OUT.
001760     OPEN OUTPUT RECON-REPORT.
001770     MOVE WS-CURRENT-DATE TO WS-HL-DATE.
001780     WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
001790     WRITE REPORT-LINE FROM WS-HEADING-LINE-2.
001800 1000-EXIT.
001810     EXIT.
001820
001830*------------------------------------------------------------------*
001840* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
001850* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
001860* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
001870* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
001880*------------------------------------------------------------------*
001890 1050-READ-BUSINESS-DATE.
001900     OPEN INPUT BUSINESS-DATE-FILE.
001910     READ BUSINESS-DATE-FILE
001920         AT END
001930             SET WS-EOF-BUSDATE TO TRUE
001940     END-READ.
001950     CLOSE BUSINESS-DATE-FILE.
001960     IF WS-EOF-BUSDATE
001970         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
001980             ' IS OPEN'
001990         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
002000             ' RESUBMIT.'
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     IF NOT BD-DAY-OPEN
002050         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
002060             ' (STATUS ' BD-STATUS ')'
002070         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     ACCEPT WS-CLOCK-DATE FROM DATE.
002120     IF BD-BUSINESS-DATE IS NOT NUMERIC
002130         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
002140         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
002150             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
002160         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002200     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
002210 1050-EXIT.
002220     EXIT.
002230
002240 2000-LOAD-CARRIED-BADGE.
002250     READ ACTIVE-IN
002260         AT END
002270             SET WS-EOF-ACTIVE TO TRUE
002280             GO TO 2000-EXIT
002290     END-READ.
002300     MOVE ACTIVE-IN-RECORD TO WS-FEED-WORK.
002310     IF AF-BADGE-NO IS NOT NUMERIC
002320         GO TO 2000-EXIT
002330     END-IF.
002340     MOVE AF-BADGE-NO TO AW-BADGE-NO.
002350     MOVE WS-FEED-WORK TO AW-FEED-DATA.
002360     WRITE ACCESS-WORK-RECORD
002370         INVALID KEY
002380             REWRITE ACCESS-WORK-RECORD
002390     END-WRITE.
002400     ADD 1 TO WS-CARRIED-COUNT.
002410 2000-EXIT.
002420     EXIT.
002430
002440*------------------------------------------------------------------*
002450* A RE-ACTIVATION OF A BADGE ALREADY LIVE (A PASS HOLDER BACK FOR  *
002460* ANOTHER DAY) REPLACES THE EARLIER ONE, SO THE LATEST VISITOR,    *
002470* HOST AND VALID-UNTIL ARE THE ONES REPORTED.                      *
002480*------------------------------------------------------------------*
002490 3000-APPLY-ACTIVATION.
002500     READ ACTIVATION-IN
002510         AT END
002520             SET WS-EOF-ACTIVATION TO TRUE
002530             GO TO 3000-EXIT
002540     END-READ.
002550     MOVE ACTIVATION-IN-RECORD TO WS-FEED-WORK.
002560     IF NOT AF-ACTIVATE OR AF-BADGE-NO IS NOT NUMERIC
002570         GO TO 3000-EXIT
002580     END-IF.
002590     MOVE AF-BADGE-NO TO AW-BADGE-NO.
002600     MOVE WS-FEED-WORK TO AW-FEED-DATA.
002610     WRITE ACCESS-WORK-RECORD
002620         INVALID KEY
002630             REWRITE ACCESS-WORK-RECORD
002640     END-WRITE.
002650     ADD 1 TO WS-ACTIVATION-COUNT.
002660 3000-EXIT.
002670     EXIT.
002680
002690 4000-APPLY-DEACTIVATION.
002700     READ DEACTIVATION-IN
002710         AT END
002720             SET WS-EOF-DEACTIVATION TO TRUE
002730             GO TO 4000-EXIT
002740     END-READ.
002750     MOVE DEACTIVATION-IN-RECORD TO WS-FEED-WORK.
002760     IF NOT AF-DEACTIVATE OR AF-BADGE-NO IS NOT NUMERIC
002770         GO TO 4000-EXIT
002780     END-IF.
002790     ADD 1 TO WS-DEACTIVATION-COUNT.
002800     MOVE AF-BADGE-NO TO AW-BADGE-NO.
002810     DELETE ACCESS-WORK RECORD
002820         INVALID KEY
002830             ADD 1 TO WS-DEACT-UNMATCHED
002840     END-DELETE.
002850 4000-EXIT.
002860     EXIT.
002870
002880 5000-CHECK-ACTIVE-BADGES.
002890     MOVE 0 TO AW-BADGE-NO.
002900     START ACCESS-WORK KEY NOT < AW-BADGE-NO
002910         INVALID KEY
002920             SET WS-EOF-WORK TO TRUE
002930     END-START.
002940     PERFORM 5100-CHECK-ONE-BADGE THRU 5100-EXIT
002950         UNTIL WS-EOF-WORK.
002960     MOVE 'BADGES LEFT ACTIVE' TO WS-TL-LABEL.
002970     MOVE WS-ACTIVE-COUNT TO WS-TL-COUNT.
002980     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
002990     MOVE 'NOT ISSUED ON BADGMAST' TO WS-TL-LABEL.
003000     MOVE WS-MISMATCH-COUNT TO WS-TL-COUNT.
003010     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
003020 5000-EXIT.
003030     EXIT.
003040
003050*------------------------------------------------------------------*
003060* EVERY BADGE STILL ACTIVE IS CARRIED TO ACCSACTN. IT IS ONLY      *
003070* REPORTED WHEN BADGMAST DISAGREES: THE BADGE IS BACK IN THE POOL, *
003080* MARKED LOST, OR (A FALLBACK 9XXXXX NUMBER) NOT ON THE MASTER.    *
003090*------------------------------------------------------------------*
003100 5100-CHECK-ONE-BADGE.
003110     READ ACCESS-WORK NEXT RECORD
003120         AT END
003130             SET WS-EOF-WORK TO TRUE
003140             GO TO 5100-EXIT
003150     END-READ.
003160     MOVE AW-FEED-DATA TO WS-FEED-WORK.
003170     MOVE WS-FEED-WORK TO ACTIVE-OUT-RECORD.
003180     WRITE ACTIVE-OUT-RECORD.
003190     ADD 1 TO WS-ACTIVE-COUNT.
003200     MOVE AW-BADGE-NO TO BM-BADGE-NO.
003210     READ BADGE-MASTER
003220         INVALID KEY
003230             MOVE 'NOT ON MASTER' TO WS-DL-MASTER
003240             PERFORM 5200-WRITE-MISMATCH THRU 5200-EXIT
003250             GO TO 5100-EXIT
003260     END-READ.
003270     IF BM-ISSUED
003280         GO TO 5100-EXIT
003290     END-IF.
003300     IF BM-AVAILABLE
003310         MOVE 'AVAILABLE' TO WS-DL-MASTER
003320     ELSE
003330         IF BM-LOST
003340             MOVE 'LOST' TO WS-DL-MASTER
003350         ELSE
003360             MOVE 'UNKNOWN STATUS' TO WS-DL-MASTER
003370         END-IF
003380     END-IF.
003390     PERFORM 5200-WRITE-MISMATCH THRU 5200-EXIT.
003400 5100-EXIT.
003410     EXIT.
003420
003430 5200-WRITE-MISMATCH.
003440     ADD 1 TO WS-MISMATCH-COUNT.
003450     MOVE AF-BADGE-NO TO WS-DL-BADGE-NO.
003460     MOVE AF-VISITOR-ID TO WS-DL-VISITOR-ID.
003470     MOVE AF-DESK-ID TO WS-DL-DESK-ID.
003480     MOVE AF-HOST-ID TO WS-DL-HOST-ID.
003490     MOVE AF-VU-DATE TO WS-DL-VU-DATE.
003500     MOVE AF-VU-TIME TO WS-DL-VU-TIME.
003510     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
003520 5200-EXIT.
003530     EXIT.
003540
003550 8000-PRINT-TRAILER.
003560     DISPLAY '-------------------------------------------'.
003570     DISPLAY 'Badges carried in active . : ' WS-CARRIED-COUNT.
003580     DISPLAY 'Activations applied  . . . : ' WS-ACTIVATION-COUNT.
003590     DISPLAY 'Deactivations applied  . . : '
003600         WS-DEACTIVATION-COUNT.
003610     DISPLAY 'Deactivations not active . : ' WS-DEACT-UNMATCHED.
003620     DISPLAY 'Badges left active . . . . : ' WS-ACTIVE-COUNT.
003630     DISPLAY 'Not issued on BADGMAST . . : ' WS-MISMATCH-COUNT.
003640     DISPLAY '-------------------------------------------'.
003650     IF WS-MISMATCH-COUNT > 0
003660         DISPLAY '*** WARNING: ' WS-MISMATCH-COUNT ' BADGES ARE'
003670             ' LIVE AT THE DOORS BUT NOT ISSUED - SEE ACCSRPT ***'
003680     END-IF.
003690 8000-EXIT.
003700     EXIT.
003710
003720 9000-TERMINATE.
003730     CLOSE ACTIVE-IN.
003740     CLOSE ACTIVATION-IN.
003750     CLOSE DEACTIVATION-IN.
003760     CLOSE ACTIVE-OUT.
003770     CLOSE BADGE-MASTER.
003780     CLOSE ACCESS-WORK.
003790     CLOSE RECON-REPORT.
003800     DISPLAY 'Access-control reconciliation complete.'.
003810 9000-EXIT.
003820     EXIT.
