000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INDRPT.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. WEEKLY LIST OF SAFETY           *
000120*                 INDUCTIONS AND NDAS THAT LAPSE WITHIN THE NEXT   *
000130*                 30 DAYS, GROUPED BY COMPANY FROM THE VISITOR     *
000140*                 MASTER, SO HOSTS CAN BOOK RENEWALS BEFORE THEIR  *
000150*                 VISITORS ARE HELD AT THE DESK. RUNS FROM THE     *
000160*                 MACHINE DATE AND MAY BE RUN AT ANY TIME.         *
000170*------------------------------------------------------------------*
000180
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT INDUCTION-FILE ASSIGN TO "INDUCT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS SEQUENTIAL
000250         RECORD KEY IS IN-KEY
000260         FILE STATUS IS WS-IN-STATUS.
000270     SELECT VISITOR-MASTER ASSIGN TO "VISTMAST"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS RANDOM
000300         RECORD KEY IS VM-VISITOR-ID
000310         FILE STATUS IS WS-VM-STATUS.
000320     SELECT REPORT-OUT ASSIGN TO "INDEXPR"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  INDUCTION-FILE
000380     LABEL RECORDS ARE STANDARD.
000390 01  INDUCTION-RECORD.
000400     COPY INDUCT.
000410
000420 FD  VISITOR-MASTER
000430     LABEL RECORDS ARE STANDARD.
000440 01  VISITOR-MASTER-RECORD.
000450     COPY VISTMAST.
000460
000470 FD  REPORT-OUT
000480     LABEL RECORDS ARE STANDARD.
000490 01  REPORT-LINE PIC X(80).
000500
000510 WORKING-STORAGE SECTION.
000520 01 WS-IN-STATUS PIC X(02) VALUE '00'.
000530 01 WS-VM-STATUS PIC X(02) VALUE '00'.
000540 01 WS-EXPIRY-TABLE.
000550     05 WS-EXP-ENTRY OCCURS 2000 TIMES
000560        INDEXED BY WS-EXP-IDX.
000570        10 WS-EXP-COMPANY PIC X(20).
000580        10 WS-EXP-DATE PIC 9(06).
000590        10 WS-EXP-NAME PIC X(20).
000600        10 WS-EXP-VISITOR-ID PIC 9(08).
000610        10 WS-EXP-TYPE PIC X(01).
000620        10 WS-EXP-COMPLETED PIC 9(06).
000630        10 WS-EXP-DAYS-LEFT PIC 9(03).
000640 01 WS-EXPIRY-COUNT PIC 9(05) VALUE 0.
000650 01 WS-EXPIRY-CEILING PIC 9(05) VALUE 02000.
000660 01 WS-I PIC 9(05).
000670 01 WS-J PIC 9(05).
000680 01 WS-SWAP-ENTRY.
000690     05 WS-SWP-COMPANY PIC X(20).
000700     05 WS-SWP-DATE PIC 9(06).
000710     05 WS-SWP-NAME PIC X(20).
000720     05 WS-SWP-VISITOR-ID PIC 9(08).
000730     05 WS-SWP-TYPE PIC X(01).
000740     05 WS-SWP-COMPLETED PIC 9(06).
000750     05 WS-SWP-DAYS-LEFT PIC 9(03).
000760 01 WS-RECORDS-READ PIC 9(05) VALUE 0.
000770 01 WS-SKIPPED-COUNT PIC 9(05) VALUE 0.
000780 01 WS-COMPANY-ITEMS PIC 9(05) VALUE 0.
000790 01 WS-COMPANY-GROUPS PIC 9(05) VALUE 0.
000800 01 WS-PREV-COMPANY PIC X(20).
000810 01 WS-WARN-DAYS PIC 9(03) VALUE 030.
000820 01 WS-CURRENT-DATE PIC 9(06).
000830 01 WS-TODAY-SERIAL PIC S9(07).
000840 01 WS-DAYS-LEFT PIC S9(07).
000850 01 WS-WORK-DATE.
000860     05 WS-WD-YY PIC 9(02).
000870     05 WS-WD-MM PIC 9(02).
000880     05 WS-WD-DD PIC 9(02).
000890 01 WS-YEAR-QUOT PIC 9(02).
000900 01 WS-YEAR-REM PIC 9(01).
000910 01 WS-DATE-SERIAL PIC S9(07).
000920 01 WS-MONTH-DAYS-DATA.
000930     05 FILLER PIC X(12) VALUE '000031059090'.
000940     05 FILLER PIC X(12) VALUE '120151181212'.
000950     05 FILLER PIC X(12) VALUE '243273304334'.
000960 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
000970     05 WS-MONTH-DAYS PIC 9(03) OCCURS 12 TIMES.
000980 01 WS-HEADING-LINE-1.
000990     05 FILLER PIC X(80) VALUE
001000         'SAFETY INDUCTIONS AND NDAS LAPSING IN THE NEXT 30 DAYS'.
001010 01 WS-ASOF-LINE.
001020     05 FILLER PIC X(09) VALUE 'RUN DATE '.
001030     05 WS-ASOF-DATE PIC 9(06).
001040     05 FILLER PIC X(65) VALUE SPACES.
001050 01 WS-HEADING-LINE-2.
001060     05 FILLER PIC X(10) VALUE 'VISITOR'.
001070     05 FILLER PIC X(21) VALUE 'NAME'.
001080     05 FILLER PIC X(18) VALUE 'ITEM'.
001090     05 FILLER PIC X(10) VALUE 'COMPLETED'.
001100     05 FILLER PIC X(09) VALUE 'EXPIRES'.
001110     05 FILLER PIC X(12) VALUE 'DAYS LEFT'.
001120 01 WS-COMPANY-HEADING.
001130     05 FILLER PIC X(09) VALUE 'COMPANY: '.
001140     05 WS-CH-COMPANY PIC X(20).
001150     05 FILLER PIC X(51) VALUE SPACES.
001160 01 WS-DETAIL-LINE.
001170     05 WS-DL-VISITOR-ID PIC 9(08).
001180     05 FILLER PIC X(02) VALUE SPACES.
001190     05 WS-DL-NAME PIC X(20).
001200     05 FILLER PIC X(01) VALUE SPACES.
001210     05 WS-DL-ITEM PIC X(16).
001220     05 FILLER PIC X(02) VALUE SPACES.
001230     05 WS-DL-COMPLETED PIC 9(06).
001240     05 FILLER PIC X(04) VALUE SPACES.
001250     05 WS-DL-EXPIRES PIC 9(06).
001260     05 FILLER PIC X(06) VALUE SPACES.
001270     05 WS-DL-DAYS-LEFT PIC ZZ9.
001280     05 FILLER PIC X(06) VALUE SPACES.
001290 01 WS-TOTAL-LINE.
001300     05 WS-TL-LABEL PIC X(25).
001310     05 WS-TL-COUNT PIC ZZZZ9.
001320     05 FILLER PIC X(50) VALUE SPACES.
001330 01 WS-SWITCHES.
001340     05 WS-EOF-INDUCT-SW PIC X(01) VALUE 'N'.
001350        88 WS-EOF-INDUCT VALUE 'Y'.
001360     05 WS-TABLE-FULL-SW PIC X(01) VALUE 'N'.
001370        88 WS-TABLE-FULL VALUE 'Y'.
001380
001390 PROCEDURE DIVISION.
001400 0000-MAIN-PROCEDURE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-SELECT-LAPSING THRU 2000-EXIT
001430         UNTIL WS-EOF-INDUCT.
001440     PERFORM 3000-SORT-BY-COMPANY THRU 3000-EXIT.
001450     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
001460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001470     STOP RUN.
001480
001490 1000-INITIALIZE.
001500     OPEN INPUT INDUCTION-FILE.
001510     IF WS-IN-STATUS NOT = '00'
001520         DISPLAY 'INDUCT OPEN FAILED, STATUS ' WS-IN-STATUS
001530         DISPLAY 'ABENDING - CHECK INDUCT AND RESUBMIT.'
001540         MOVE 16 TO RETURN-CODE
001550         STOP RUN
001560     END-IF.
001570     OPEN INPUT VISITOR-MASTER.
001580     IF WS-VM-STATUS NOT = '00'
001590         DISPLAY 'VISTMAST OPEN FAILED, STATUS ' WS-VM-STATUS
001600         DISPLAY 'ABENDING - CHECK VISTMAST AND RESUBMIT.'
001610         MOVE 16 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640     OPEN OUTPUT REPORT-OUT.
001650     ACCEPT WS-CURRENT-DATE FROM DATE.
001660     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
001670     PERFORM 3600-DATE-TO-SERIAL THRU 3600-EXIT.
001680     MOVE WS-DATE-SERIAL TO WS-TODAY-SERIAL.
001690 1000-EXIT.
001700     EXIT.
001710
001720*------------------------------------------------------------------*
001730* AN ITEM IS LISTED WHEN IT HAS AN EXPIRY DATE (ZERO NEVER LAPSES) *
001740* AND THAT LAST GOOD DAY FALLS TODAY OR WITHIN WS-WARN-DAYS AFTER. *
001750* ITEMS ALREADY LAPSED ARE LEFT TO THE DESK HOLD LIST.             *
001760*------------------------------------------------------------------*
001770 2000-SELECT-LAPSING.
001780     READ INDUCTION-FILE
001790         AT END
001800             SET WS-EOF-INDUCT TO TRUE
001810             GO TO 2000-EXIT
001820     END-READ.
001830     ADD 1 TO WS-RECORDS-READ.
001840     IF IN-EXPIRY-DATE IS NOT NUMERIC OR IN-EXPIRY-DATE = 0
001850         GO TO 2000-EXIT
001860     END-IF.
001870     MOVE IN-EXPIRY-DATE TO WS-WORK-DATE.
001880     IF WS-WD-MM < 1 OR WS-WD-MM > 12
001890         ADD 1 TO WS-SKIPPED-COUNT
001900         DISPLAY 'INDUCT VISITOR ' IN-VISITOR-ID ' TYPE ' IN-TYPE
001910             ' HAS A BAD EXPIRY DATE ' IN-EXPIRY-DATE ' - SKIPPED'
001920         GO TO 2000-EXIT
001930     END-IF.
001940     PERFORM 3600-DATE-TO-SERIAL THRU 3600-EXIT.
001950     COMPUTE WS-DAYS-LEFT = WS-DATE-SERIAL - WS-TODAY-SERIAL.
001960     IF WS-DAYS-LEFT < 0 OR WS-DAYS-LEFT > WS-WARN-DAYS
001970         GO TO 2000-EXIT
001980     END-IF.
001990     IF WS-EXPIRY-COUNT NOT < WS-EXPIRY-CEILING
002000         IF NOT WS-TABLE-FULL
002010             DISPLAY 'MORE THAN ' WS-EXPIRY-CEILING
002020                 ' ITEMS LAPSING; REMAINDER NOT LISTED'
002030             SET WS-TABLE-FULL TO TRUE
002040         END-IF
002050         ADD 1 TO WS-SKIPPED-COUNT
002060         GO TO 2000-EXIT
002070     END-IF.
002080     PERFORM 2100-LOOK-UP-VISITOR THRU 2100-EXIT.
002090     ADD 1 TO WS-EXPIRY-COUNT.
002100     SET WS-EXP-IDX TO WS-EXPIRY-COUNT.
002110     MOVE VM-COMPANY TO WS-EXP-COMPANY (WS-EXP-IDX).
002120     MOVE IN-EXPIRY-DATE TO WS-EXP-DATE (WS-EXP-IDX).
002130     MOVE VM-NAME TO WS-EXP-NAME (WS-EXP-IDX).
002140     MOVE IN-VISITOR-ID TO WS-EXP-VISITOR-ID (WS-EXP-IDX).
002150     MOVE IN-TYPE TO WS-EXP-TYPE (WS-EXP-IDX).
002160     MOVE IN-COMPLETED-DATE TO WS-EXP-COMPLETED (WS-EXP-IDX).
002170     MOVE WS-DAYS-LEFT TO WS-EXP-DAYS-LEFT (WS-EXP-IDX).
002180 2000-EXIT.
002190     EXIT.
002200
002210*------------------------------------------------------------------*
002220* AN INDUCTION MAY BE KEYED BEFORE THE VISITOR'S FIRST ADMISSION,  *
002230* SO A VISITOR NOT YET ON THE MASTER IS STILL LISTED.              *
002240*------------------------------------------------------------------*
002250 2100-LOOK-UP-VISITOR.
002260     MOVE IN-VISITOR-ID TO VM-VISITOR-ID.
002270     READ VISITOR-MASTER
002280         INVALID KEY
002290             MOVE 'NOT YET ADMITTED' TO VM-NAME
002300             MOVE 'NOT ON VISITOR MASTER' TO VM-COMPANY
002310     END-READ.
002320 2100-EXIT.
002330     EXIT.
002340
002350 3000-SORT-BY-COMPANY.
002360     IF WS-EXPIRY-COUNT < 2
002370         GO TO 3000-EXIT
002380     END-IF.
002390     PERFORM 3100-SORT-PASS THRU 3100-EXIT
002400         VARYING WS-I FROM 1 BY 1
002410         UNTIL WS-I NOT < WS-EXPIRY-COUNT.
002420 3000-EXIT.
002430     EXIT.
002440
002450 3100-SORT-PASS.
002460     PERFORM 3200-COMPARE-AND-SWAP THRU 3200-EXIT
002470         VARYING WS-J FROM 1 BY 1
002480         UNTIL WS-J NOT < WS-EXPIRY-COUNT.
002490 3100-EXIT.
002500     EXIT.
002510
002520*------------------------------------------------------------------*
002530* ORDERS BY COMPANY, THEN SOONEST TO LAPSE WITHIN THE COMPANY.     *
002540*------------------------------------------------------------------*
002550 3200-COMPARE-AND-SWAP.
002560     IF WS-EXP-COMPANY (WS-J) > WS-EXP-COMPANY (WS-J + 1)
002570         OR (WS-EXP-COMPANY (WS-J) = WS-EXP-COMPANY (WS-J + 1)
002580         AND WS-EXP-DATE (WS-J) > WS-EXP-DATE (WS-J + 1))
002590         MOVE WS-EXP-ENTRY (WS-J) TO WS-SWAP-ENTRY
002600         MOVE WS-EXP-ENTRY (WS-J + 1) TO WS-EXP-ENTRY (WS-J)
002610         MOVE WS-SWAP-ENTRY TO WS-EXP-ENTRY (WS-J + 1)
002620     END-IF.
002630 3200-EXIT.
002640     EXIT.
002650
002660*------------------------------------------------------------------*
002670* CONVERTS WS-WORK-DATE (YYMMDD) TO A DAY SERIAL IN                *
002680* WS-DATE-SERIAL SO THE DAYS LEFT COME OUT IN WHOLE DAYS.          *
002690*------------------------------------------------------------------*
002700 3600-DATE-TO-SERIAL.
002710     COMPUTE WS-DATE-SERIAL =
002720         WS-WD-YY * 365
002730         + (WS-WD-YY + 3) / 4
002740         + WS-MONTH-DAYS (WS-WD-MM)
002750         + WS-WD-DD.
002760     DIVIDE WS-WD-YY BY 4
002770         GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM.
002780     IF WS-YEAR-REM = 0 AND WS-WD-MM > 2
002790         ADD 1 TO WS-DATE-SERIAL
002800     END-IF.
002810 3600-EXIT.
002820     EXIT.
002830
002840 4000-WRITE-REPORT.
002850     WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
002860     MOVE WS-CURRENT-DATE TO WS-ASOF-DATE.
002870     WRITE REPORT-LINE FROM WS-ASOF-LINE.
002880     MOVE HIGH-VALUES TO WS-PREV-COMPANY.
002890     PERFORM 4100-WRITE-ITEM-LINE THRU 4100-EXIT
002900         VARYING WS-I FROM 1 BY 1
002910         UNTIL WS-I > WS-EXPIRY-COUNT.
002920     IF WS-EXPIRY-COUNT > 0
002930         PERFORM 4200-WRITE-COMPANY-TOTAL THRU 4200-EXIT
002940     END-IF.
002950     MOVE SPACES TO REPORT-LINE.
002960     WRITE REPORT-LINE.
002970     MOVE 'COMPANIES LISTED' TO WS-TL-LABEL.
002980     MOVE WS-COMPANY-GROUPS TO WS-TL-COUNT.
002990     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
003000     MOVE 'ITEMS LAPSING' TO WS-TL-LABEL.
003010     MOVE WS-EXPIRY-COUNT TO WS-TL-COUNT.
003020     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
003030     MOVE 'ITEMS NOT LISTED' TO WS-TL-LABEL.
003040     MOVE WS-SKIPPED-COUNT TO WS-TL-COUNT.
003050     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
003060     MOVE 'INDUCTION RECORDS READ' TO WS-TL-LABEL.
003070     MOVE WS-RECORDS-READ TO WS-TL-COUNT.
003080     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
003090 4000-EXIT.
003100     EXIT.
003110
003120 4100-WRITE-ITEM-LINE.
003130     SET WS-EXP-IDX TO WS-I.
003140     IF WS-EXP-COMPANY (WS-EXP-IDX) NOT = WS-PREV-COMPANY
003150         IF WS-I > 1
003160             PERFORM 4200-WRITE-COMPANY-TOTAL THRU 4200-EXIT
003170         END-IF
003180         MOVE WS-EXP-COMPANY (WS-EXP-IDX) TO WS-PREV-COMPANY
003190         MOVE WS-EXP-COMPANY (WS-EXP-IDX) TO WS-CH-COMPANY
003200         MOVE SPACES TO REPORT-LINE
003210         WRITE REPORT-LINE
003220         WRITE REPORT-LINE FROM WS-COMPANY-HEADING
003230         WRITE REPORT-LINE FROM WS-HEADING-LINE-2
003240         ADD 1 TO WS-COMPANY-GROUPS
003250         MOVE 0 TO WS-COMPANY-ITEMS
003260     END-IF.
003270     MOVE WS-EXP-VISITOR-ID (WS-EXP-IDX) TO WS-DL-VISITOR-ID.
003280     MOVE WS-EXP-NAME (WS-EXP-IDX) TO WS-DL-NAME.
003290     IF WS-EXP-TYPE (WS-EXP-IDX) = 'S'
003300         MOVE 'SAFETY INDUCTION' TO WS-DL-ITEM
003310     ELSE
003320         MOVE 'NDA' TO WS-DL-ITEM
003330     END-IF.
003340     MOVE WS-EXP-COMPLETED (WS-EXP-IDX) TO WS-DL-COMPLETED.
003350     MOVE WS-EXP-DATE (WS-EXP-IDX) TO WS-DL-EXPIRES.
003360     MOVE WS-EXP-DAYS-LEFT (WS-EXP-IDX) TO WS-DL-DAYS-LEFT.
003370     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
003380     ADD 1 TO WS-COMPANY-ITEMS.
003390 4100-EXIT.
003400     EXIT.
003410
003420 4200-WRITE-COMPANY-TOTAL.
003430     MOVE 'ITEMS FOR COMPANY' TO WS-TL-LABEL.
003440     MOVE WS-COMPANY-ITEMS TO WS-TL-COUNT.
003450     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
003460 4200-EXIT.
003470     EXIT.
003480
003490 9000-TERMINATE.
003500     CLOSE INDUCTION-FILE.
003510     CLOSE VISITOR-MASTER.
003520     CLOSE REPORT-OUT.
003530     DISPLAY 'Induction expiry report complete. '
003540         WS-EXPIRY-COUNT ' items lapsing within '
003550         WS-WARN-DAYS ' days.'.
003560 9000-EXIT.
003570     EXIT.
