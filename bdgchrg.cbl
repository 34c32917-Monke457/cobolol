000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BDGCHRG.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000101* 10/15/26   JRM  INITIAL VERSION. MONTHLY LOST-BADGE CHARGEBACK:  *
000102*                 EVERY BADGE CHECKOUT AGED TO LOST DURING THE     *
000103*                 BILLING MONTH (FROM THE BDGEVNT LEDGER) IS       *
000104*                 TRACED THROUGH GREETHST TO THE VISITOR, THEIR    *
000105*                 COMPANY AND THE INVITING HOST AND CHARGED AT THE *
000106*                 CHGPRM RATE. EVERY LINE BILLED IS ALSO APPENDED  *
000107*                 TO THE PERMANENT CHGHIST HISTORY. A LOST BADGE   *
000108*                 FOUND AND RELOADED BY BADGLOAD IN A LATER MONTH  *
000109*                 IS CREDITED IN THAT MONTH'S RUN ONLY AGAINST AN  *
000110*                 UNCREDITED CHGHIST CHARGE, WHOSE COMPANY, HOST,  *
000111*                 VISITOR AND AMOUNT IT REVERSES; A FIND WITH NO   *
000112*                 BILLED CHARGE IS LISTED, NOT CREDITED. ONE FOUND *
000113*                 IN THE SAME MONTH IS NEVER BILLED. PRINTS        *
000114*                 PER-COMPANY STATEMENTS AND A PER-HOST SUMMARY    *
000115*                 (NAMES FROM EMPMAST) AND WRITES THE CHGAPIF      *
000116*                 FIXED-FORMAT INTERFACE FILE FOR ACCOUNTS         *
000117*                 PAYABLE.                                         *
000230*------------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CHARGE-PARM ASSIGN TO "CHGPRM"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT OPTIONAL BADGE-EVENTS ASSIGN TO "BDGEVNT"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT HISTORY-IN ASSIGN TO "GREETHST"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS EP-ID
000380         FILE STATUS IS WS-EP-STATUS.
000390     SELECT STATEMENT-OUT ASSIGN TO "CHGSTMT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT HOST-SUMMARY-OUT ASSIGN TO "CHGHOST"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT CHARGEBACK-OUT ASSIGN TO "CHGAPIF"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000441     SELECT OPTIONAL CHARGE-HISTORY ASSIGN TO "CHGHIST"
000442         ORGANIZATION IS LINE SEQUENTIAL.
000443     SELECT CHARGE-WORK ASSIGN TO "CHGWORK"
000444         ORGANIZATION IS INDEXED
000445         ACCESS MODE IS DYNAMIC
000446         RECORD KEY IS CW-KEY
000447         FILE STATUS IS WS-CW-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CHARGE-PARM
000490     LABEL RECORDS ARE STANDARD.
000500 01  CHARGE-PARM-RECORD.
000510     05 CG-BILLING-MONTH.
000520        10 CG-BILL-YY PIC 9(02).
000530        10 CG-BILL-MM PIC 9(02).
000540     05 FILLER PIC X(01).
000550     05 CG-BADGE-CHARGE PIC 9(03)V99.
000560
000570 FD  BADGE-EVENTS
000580     LABEL RECORDS ARE STANDARD.
000590 01  BADGE-EVENT-RECORD.
000600     COPY BDGEVENT.
000610
000620 FD  HISTORY-IN
000630     LABEL RECORDS ARE STANDARD.
000640 01  HISTORY-IN-RECORD PIC X(120).
000650
000660 FD  EMPLOYEE-MASTER
000670     LABEL RECORDS ARE STANDARD.
000680 01  EMPLOYEE-MASTER-RECORD.
000690     COPY EMPMAST.
000700
000710 FD  STATEMENT-OUT
000720     LABEL RECORDS ARE STANDARD.
000730 01  STATEMENT-LINE PIC X(80).
000740
000750 FD  HOST-SUMMARY-OUT
000760     LABEL RECORDS ARE STANDARD.
000770 01  HOST-SUMMARY-LINE PIC X(80).
000780
000790 FD  CHARGEBACK-OUT
000800     LABEL RECORDS ARE STANDARD.
000810 01  CHARGEBACK-RECORD.
000820     COPY CHGBACK.
000821
000822 FD  CHARGE-HISTORY
000823     LABEL RECORDS ARE STANDARD.
000824 01  CHARGE-HISTORY-RECORD.
000825     COPY CHGHIST.
000826
000827 FD  CHARGE-WORK
000828     LABEL RECORDS ARE STANDARD.
000829 01  CHARGE-WORK-RECORD.
000830     05 CW-KEY.
000831        10 CW-BADGE-NO PIC 9(06).
000832        10 CW-DATE-ISSUED PIC 9(06).
000833     05 CW-OPEN-CHARGES PIC S9(03).
000834     05 CW-COMPANY PIC X(20).
000835     05 CW-HOST-ID PIC X(06).
000836     05 CW-VISITOR-ID PIC 9(08).
000837     05 CW-NAME PIC X(20).
000838     05 CW-AMOUNT PIC 9(03)V99.
000839     05 CW-NOT-BILLED-SW PIC X(01).
000840        88 CW-FIND-NOT-BILLED VALUE 'Y'.
000841     05 CW-FIND-DATE PIC 9(06).
000842
000843 WORKING-STORAGE SECTION.
000850 01 WS-EP-STATUS PIC X(02) VALUE '00'.
000852 01 WS-CW-STATUS PIC X(02) VALUE '00'.
000860 01 WS-HISTORY-WORK.
000870     COPY GREETLOG.
000880 01 WS-CHARGE-TABLE.
000890     05 WS-CHG-ENTRY OCCURS 1000 TIMES
000900        INDEXED BY WS-CHG-IDX.
000910        10 WS-CHG-COMPANY PIC X(20).
000920        10 WS-CHG-BADGE-NO PIC 9(06).
000930        10 WS-CHG-TYPE PIC X(01).
000940           88 WS-CHG-CHARGE VALUE 'C'.
000950           88 WS-CHG-CREDIT VALUE 'R'.
000960        10 WS-CHG-DATE-ISSUED PIC 9(06).
000970        10 WS-CHG-EVENT-DATE PIC 9(06).
000980        10 WS-CHG-VISITOR-ID PIC 9(08).
000990        10 WS-CHG-NAME PIC X(20).
001000        10 WS-CHG-HOST-ID PIC X(06).
001002        10 WS-CHG-AMOUNT PIC 9(03)V99.
001010        10 WS-CHG-TRACED-SW PIC X(01).
001020           88 WS-CHG-TRACED VALUE 'Y'.
001030        10 WS-CHG-CANCEL-SW PIC X(01).
001040           88 WS-CHG-CANCELLED VALUE 'Y'.
001050 01 WS-CHARGE-COUNT PIC 9(05) VALUE 0.
001060 01 WS-CHARGE-CEILING PIC 9(05) VALUE 01000.
001070 01 WS-SWAP-ENTRY PIC X(80).
001080 01 WS-HOST-TABLE.
001090     05 WS-HST-ENTRY OCCURS 1000 TIMES
001100        INDEXED BY WS-HST-IDX.
001110        10 WS-HST-ID PIC X(06).
001120        10 WS-HST-LOST PIC 9(05).
001130        10 WS-HST-RETURNED PIC 9(05).
001140        10 WS-HST-NET PIC S9(07)V99.
001150 01 WS-HOST-COUNT PIC 9(05) VALUE 0.
001160 01 WS-SWAP-HOST.
001170     05 WS-SWH-ID PIC X(06).
001180     05 WS-SWH-LOST PIC 9(05).
001190     05 WS-SWH-RETURNED PIC 9(05).
001200     05 WS-SWH-NET PIC S9(07)V99.
001210 01 WS-I PIC 9(05).
001220 01 WS-J PIC 9(05).
001230 01 WS-TODAY.
001240     05 WS-TD-YY PIC 9(02).
001250     05 WS-TD-MM PIC 9(02).
001260     05 WS-TD-DD PIC 9(02).
001270 01 WS-BILLING-MONTH.
001280     05 WS-BILL-YY PIC 9(02).
001290     05 WS-BILL-MM PIC 9(02).
001300 01 WS-WORK-DATE.
001310     05 WS-WD-YY PIC 9(02).
001320     05 WS-WD-MM PIC 9(02).
001330     05 WS-WD-DD PIC 9(02).
001340 01 WS-BADGE-CHARGE PIC 9(03)V99 VALUE 0.
001350 01 WS-LINE-AMOUNT PIC S9(07)V99.
001360 01 WS-COMPANY-AMOUNT PIC S9(07)V99 VALUE 0.
001370 01 WS-COMPANY-LINES PIC 9(05) VALUE 0.
001380 01 WS-NET-AMOUNT PIC S9(07)V99 VALUE 0.
001390 01 WS-NET-LINES PIC 9(05) VALUE 0.
001400 01 WS-BILLED-AMOUNT PIC S9(07)V99 VALUE 0.
001402 01 WS-UNBILLED-AMOUNT PIC S9(07)V99 VALUE 0.
001404 01 WS-COMPANY-UNBILLED-LINES PIC 9(05) VALUE 0.
001406 01 WS-COMPANY-UNBILLED-AMOUNT PIC S9(07)V99 VALUE 0.
001410 01 WS-PREV-COMPANY PIC X(20).
001420 01 WS-HOST-NAME PIC X(20).
001430 01 WS-EVENTS-READ PIC 9(07) VALUE 0.
001440 01 WS-HIST-READ PIC 9(07) VALUE 0.
001442 01 WS-CHGHIST-READ PIC 9(07) VALUE 0.
001450 01 WS-LOST-COUNT PIC 9(05) VALUE 0.
001460 01 WS-FOUND-COUNT PIC 9(05) VALUE 0.
001470 01 WS-SAME-MONTH-COUNT PIC 9(05) VALUE 0.
001472 01 WS-NOT-BILLED-COUNT PIC 9(05) VALUE 0.
001480 01 WS-UNTRACED-COUNT PIC 9(05) VALUE 0.
001490 01 WS-OVERFLOW-COUNT PIC 9(05) VALUE 0.
001500 01 WS-AP-RECORDS PIC 9(06) VALUE 0.
001510 01 WS-STMT-HEADING-1.
001520     05 FILLER PIC X(80) VALUE
001530         'LOST-BADGE CHARGEBACK STATEMENTS BY COMPANY'.
001540 01 WS-HOST-HEADING-1.
001550     05 FILLER PIC X(80) VALUE
001560         'LOST-BADGE CHARGEBACK SUMMARY BY HOST'.
001570 01 WS-BILLING-LINE.
001580     05 FILLER PIC X(14) VALUE 'BILLING MONTH '.
001590     05 WS-BL-MONTH PIC 9(04).
001600     05 FILLER PIC X(20) VALUE '   CHARGE PER BADGE '.
001610     05 WS-BL-CHARGE PIC ZZ9.99.
001620     05 FILLER PIC X(36) VALUE SPACES.
001630 01 WS-COMPANY-HEADING.
001640     05 FILLER PIC X(09) VALUE 'COMPANY: '.
001650     05 WS-CH-COMPANY PIC X(20).
001660     05 FILLER PIC X(51) VALUE SPACES.
001670 01 WS-STMT-HEADING-2.
001680     05 FILLER PIC X(07) VALUE 'BADGE'.
001690     05 FILLER PIC X(07) VALUE 'ISSUED'.
001700     05 FILLER PIC X(09) VALUE 'VISITOR'.
001710     05 FILLER PIC X(21) VALUE 'NAME'.
001720     05 FILLER PIC X(07) VALUE 'HOST'.
001730     05 FILLER PIC X(07) VALUE 'EVENT'.
001740     05 FILLER PIC X(07) VALUE 'TYPE'.
001750     05 FILLER PIC X(15) VALUE '   AMOUNT'.
001760 01 WS-STMT-DETAIL-LINE.
001770     05 WS-SD-BADGE-NO PIC 9(06).
001780     05 FILLER PIC X(01) VALUE SPACES.
001790     05 WS-SD-DATE-ISSUED PIC 9(06).
001800     05 FILLER PIC X(01) VALUE SPACES.
001810     05 WS-SD-VISITOR-ID PIC 9(08).
001820     05 FILLER PIC X(01) VALUE SPACES.
001830     05 WS-SD-NAME PIC X(20).
001840     05 FILLER PIC X(01) VALUE SPACES.
001850     05 WS-SD-HOST-ID PIC X(06).
001860     05 FILLER PIC X(01) VALUE SPACES.
001870     05 WS-SD-EVENT-DATE PIC 9(06).
001880     05 FILLER PIC X(01) VALUE SPACES.
001890     05 WS-SD-TYPE PIC X(06).
001900     05 FILLER PIC X(01) VALUE SPACES.
001910     05 WS-SD-AMOUNT PIC -ZZZZ9.99.
001920     05 FILLER PIC X(06) VALUE SPACES.
001930 01 WS-HOST-HEADING-2.
001940     05 FILLER PIC X(08) VALUE 'HOST'.
001950     05 FILLER PIC X(22) VALUE 'NAME'.
001960     05 FILLER PIC X(07) VALUE ' LOST'.
001970     05 FILLER PIC X(07) VALUE 'FOUND'.
001980     05 FILLER PIC X(36) VALUE '   NET AMOUNT'.
001990 01 WS-HOST-DETAIL-LINE.
002000     05 WS-HL-HOST-ID PIC X(06).
002010     05 FILLER PIC X(02) VALUE SPACES.
002020     05 WS-HL-NAME PIC X(20).
002030     05 FILLER PIC X(02) VALUE SPACES.
002040     05 WS-HL-LOST PIC ZZZZ9.
002050     05 FILLER PIC X(02) VALUE SPACES.
002060     05 WS-HL-FOUND PIC ZZZZ9.
002070     05 FILLER PIC X(02) VALUE SPACES.
002080     05 WS-HL-NET PIC -Z,ZZZ,ZZ9.99.
002090     05 FILLER PIC X(23) VALUE SPACES.
002100 01 WS-MONEY-LINE.
002110     05 WS-ML-LABEL PIC X(25).
002120     05 WS-ML-COUNT PIC ZZZZ9.
002130     05 FILLER PIC X(02) VALUE SPACES.
002140     05 WS-ML-AMOUNT PIC -Z,ZZZ,ZZ9.99.
002150     05 FILLER PIC X(35) VALUE SPACES.
002160 01 WS-TOTAL-LINE.
002170     05 WS-TL-LABEL PIC X(25).
002180     05 WS-TL-COUNT PIC ZZZZ9.
002190     05 FILLER PIC X(50) VALUE SPACES.
002191 01 WS-NOT-BILLED-HEADING.
002192     05 FILLER PIC X(80) VALUE
002193         'FOUND BADGES WITH NO BILLED CHARGE - NOT CREDITED'.
002194 01 WS-NB-HEADING-2.
002195     05 FILLER PIC X(07) VALUE 'BADGE'.
002196     05 FILLER PIC X(07) VALUE 'ISSUED'.
002197     05 FILLER PIC X(66) VALUE 'FOUND'.
002198 01 WS-NB-DETAIL-LINE.
002199     05 WS-NB-BADGE-NO PIC 9(06).
002200     05 FILLER PIC X(01) VALUE SPACES.
002201     05 WS-NB-DATE-ISSUED PIC 9(06).
002202     05 FILLER PIC X(01) VALUE SPACES.
002203     05 WS-NB-FIND-DATE PIC 9(06).
002204     05 FILLER PIC X(60) VALUE SPACES.
002205 01 WS-SWITCHES.
002210     05 WS-EOF-PARM-SW PIC X(01) VALUE 'N'.
002220        88 WS-EOF-PARM VALUE 'Y'.
002230     05 WS-EOF-EVENTS-SW PIC X(01) VALUE 'N'.
002240        88 WS-EOF-EVENTS VALUE 'Y'.
002250     05 WS-EOF-HISTORY-SW PIC X(01) VALUE 'N'.
002260        88 WS-EOF-HISTORY VALUE 'Y'.
002270     05 WS-EM-OPEN-SW PIC X(01) VALUE 'N'.
002280        88 WS-EM-OPEN VALUE 'Y'.
002290     05 WS-HOST-FOUND-SW PIC X(01) VALUE 'N'.
002300        88 WS-HOST-FOUND VALUE 'Y'.
002310     05 WS-LOSS-FOUND-SW PIC X(01) VALUE 'N'.
002320        88 WS-LOSS-FOUND VALUE 'Y'.
002330     05 WS-HST-FOUND-SW PIC X(01) VALUE 'N'.
002340        88 WS-HST-FOUND VALUE 'Y'.
002341     05 WS-EOF-CHGHIST-SW PIC X(01) VALUE 'N'.
002342        88 WS-EOF-CHGHIST VALUE 'Y'.
002343     05 WS-EOF-CHGWORK-SW PIC X(01) VALUE 'N'.
002344        88 WS-EOF-CHGWORK VALUE 'Y'.
002345     05 WS-CW-FOUND-SW PIC X(01) VALUE 'N'.
002346        88 WS-CW-FOUND VALUE 'Y'.
002347     05 WS-MONTH-ON-HISTORY-SW PIC X(01) VALUE 'N'.
002348        88 WS-MONTH-ON-HISTORY VALUE 'Y'.
002349     05 WS-ENTRY-ADDED-SW PIC X(01) VALUE 'N'.
002350        88 WS-ENTRY-ADDED VALUE 'Y'.
002351
002360 PROCEDURE DIVISION.
002370 0000-MAIN-PROCEDURE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     PERFORM 2000-LOAD-EVENTS THRU 2000-EXIT
002400         UNTIL WS-EOF-EVENTS.
002410     PERFORM 3000-TRACE-HISTORY THRU 3000-EXIT
002420         UNTIL WS-EOF-HISTORY.
002430     PERFORM 4000-SORT-CHARGES THRU 4000-EXIT.
002440     PERFORM 5000-WRITE-STATEMENTS THRU 5000-EXIT.
002450     PERFORM 6000-WRITE-HOST-SUMMARY THRU 6000-EXIT.
002460     PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT.
002470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002480     STOP RUN.
002490
002500 1000-INITIALIZE.
002510     PERFORM 1050-READ-CHARGE-PARM THRU 1050-EXIT.
002512     PERFORM 1200-LOAD-CHARGE-HISTORY THRU 1200-EXIT.
002520     OPEN INPUT BADGE-EVENTS.
002530     OPEN INPUT HISTORY-IN.
002540     PERFORM 1100-OPEN-EMPLOYEE-MASTER THRU 1100-EXIT.
002550     OPEN OUTPUT STATEMENT-OUT.
002560     OPEN OUTPUT HOST-SUMMARY-OUT.
002570     OPEN OUTPUT CHARGEBACK-OUT.
002580 1000-EXIT.
002590     EXIT.
002600
002610*------------------------------------------------------------------*
002620* CHGPRM GIVES THE BILLING MONTH (YYMM) AND THE CHARGE PER BADGE   *
002630* (999V99). A ZERO MONTH BILLS THE CALENDAR MONTH BEFORE TODAY,    *
002640* WHICH IS THE NORMAL FIRST-OF-THE-MONTH RUN; A GIVEN MONTH        *
002650* RERUNS AN EARLIER ONE.                                           *
002660*------------------------------------------------------------------*
002670 1050-READ-CHARGE-PARM.
002680     OPEN INPUT CHARGE-PARM.
002690     READ CHARGE-PARM
002700         AT END
002710             SET WS-EOF-PARM TO TRUE
002720     END-READ.
002730     CLOSE CHARGE-PARM.
002740     IF WS-EOF-PARM
002750         DISPLAY 'CHGPRM MISSING OR EMPTY - BILLING MONTH AND'
002760             ' CHARGE PER BADGE REQUIRED'
002770         DISPLAY 'ABENDING - SUPPLY CHGPRM AND RESUBMIT.'
002780         MOVE 16 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     IF CG-BADGE-CHARGE IS NOT NUMERIC OR CG-BADGE-CHARGE = 0
002820         DISPLAY 'CHGPRM CHARGE PER BADGE ' CG-BADGE-CHARGE
002830             ' IS INVALID'
002840         DISPLAY 'ABENDING - FIX CHGPRM AND RESUBMIT.'
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     MOVE CG-BADGE-CHARGE TO WS-BADGE-CHARGE.
002890     IF CG-BILLING-MONTH IS NOT NUMERIC
002900         OR (CG-BILLING-MONTH NOT = '0000'
002910         AND (CG-BILL-MM < 1 OR CG-BILL-MM > 12))
002920         DISPLAY 'CHGPRM BILLING MONTH ' CG-BILLING-MONTH
002930             ' IS NOT YYMM'
002940         DISPLAY 'ABENDING - FIX CHGPRM AND RESUBMIT.'
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     IF CG-BILLING-MONTH NOT = '0000'
002990         MOVE CG-BILLING-MONTH TO WS-BILLING-MONTH
003000         GO TO 1050-EXIT
003010     END-IF.
003020     ACCEPT WS-TODAY FROM DATE.
003030     MOVE WS-TD-YY TO WS-BILL-YY.
003040     IF WS-TD-MM = 1
003050         MOVE 12 TO WS-BILL-MM
003060         IF WS-TD-YY = 0
003070             MOVE 99 TO WS-BILL-YY
003080         ELSE
003090             SUBTRACT 1 FROM WS-BILL-YY
003100         END-IF
003110     ELSE
003120         COMPUTE WS-BILL-MM = WS-TD-MM - 1
003130     END-IF.
003140 1050-EXIT.
003150     EXIT.
003160
003170 1100-OPEN-EMPLOYEE-MASTER.
003180     OPEN INPUT EMPLOYEE-MASTER.
003190     IF WS-EP-STATUS = '00'
003200         MOVE 'Y' TO WS-EM-OPEN-SW
003210     ELSE
003220         DISPLAY '*** WARNING: EMPMAST NOT AVAILABLE (STATUS '
003230             WS-EP-STATUS ') - HOSTS WILL SHOW AS RAW IDS ***'
003240     END-IF.
003250 1100-EXIT.
003260     EXIT.
003270
003271*------------------------------------------------------------------*
003272* CHGHIST IS READ INTO THE CHGWORK WORK FILE BY BADGE AND ISSUE    *
003273* DATE, KEEPING HOW MANY CHARGES NO CREDIT HAS MET YET AND THE     *
003274* LAST CHARGE'S COMPANY, HOST, VISITOR AND AMOUNT. LINES ALREADY   *
003275* ON FILE FOR THE BILLING MONTH MEAN THIS IS A RERUN: THEY ARE     *
003276* LEFT OUT OF THE COUNTS AND THE MONTH IS NOT APPENDED AGAIN.      *
003277*------------------------------------------------------------------*
003278 1200-LOAD-CHARGE-HISTORY.
003279     OPEN OUTPUT CHARGE-WORK.
003280     CLOSE CHARGE-WORK.
003281     OPEN I-O CHARGE-WORK.
003282     OPEN INPUT CHARGE-HISTORY.
003283     PERFORM 1250-LOAD-ONE-CHARGE THRU 1250-EXIT
003284         UNTIL WS-EOF-CHGHIST.
003285     CLOSE CHARGE-HISTORY.
003286     OPEN EXTEND CHARGE-HISTORY.
003287 1200-EXIT.
003288     EXIT.
003289
003290 1250-LOAD-ONE-CHARGE.
003291     READ CHARGE-HISTORY
003292         AT END
003293             SET WS-EOF-CHGHIST TO TRUE
003294             GO TO 1250-EXIT
003295     END-READ.
003296     ADD 1 TO WS-CHGHIST-READ.
003297     IF CHARGE-HISTORY-RECORD = SPACES
003298         GO TO 1250-EXIT
003299     END-IF.
003300     IF CH-BILLING-MONTH = WS-BILLING-MONTH
003301         MOVE 'Y' TO WS-MONTH-ON-HISTORY-SW
003302         GO TO 1250-EXIT
003303     END-IF.
003304     MOVE CH-BADGE-NO TO CW-BADGE-NO.
003305     MOVE CH-DATE-ISSUED TO CW-DATE-ISSUED.
003306     MOVE 'Y' TO WS-CW-FOUND-SW.
003307     READ CHARGE-WORK
003308         INVALID KEY
003309             MOVE 'N' TO WS-CW-FOUND-SW
003310             MOVE SPACES TO CHARGE-WORK-RECORD
003311             MOVE CH-BADGE-NO TO CW-BADGE-NO
003312             MOVE CH-DATE-ISSUED TO CW-DATE-ISSUED
003313             MOVE 0 TO CW-OPEN-CHARGES
003314             MOVE 0 TO CW-VISITOR-ID
003315             MOVE 0 TO CW-AMOUNT
003316             MOVE 'N' TO CW-NOT-BILLED-SW
003317             MOVE 0 TO CW-FIND-DATE
003318     END-READ.
003319     IF CH-CHARGE
003320         ADD 1 TO CW-OPEN-CHARGES
003321         MOVE CH-COMPANY TO CW-COMPANY
003322         MOVE CH-HOST-ID TO CW-HOST-ID
003323         MOVE CH-VISITOR-ID TO CW-VISITOR-ID
003324         MOVE CH-VISITOR-NAME TO CW-NAME
003325         MOVE CH-AMOUNT TO CW-AMOUNT
003326     ELSE
003327         SUBTRACT 1 FROM CW-OPEN-CHARGES
003328     END-IF.
003329     IF WS-CW-FOUND
003330         REWRITE CHARGE-WORK-RECORD
003331     ELSE
003332         WRITE CHARGE-WORK-RECORD
003333     END-IF.
003334 1250-EXIT.
003335     EXIT.
003336
003337*------------------------------------------------------------------*
003338* THE LEDGER IS APPENDED IN DATE ORDER, SO A BADGE LOST AND FOUND  *
003339* IN THE SAME MONTH MEETS ITS LOSS ALREADY IN THE TABLE AND THE    *
003340* CHARGE IS CANCELLED. A FIND WITH NO LOSS THIS MONTH IS CREDITED  *
003341* ONLY WHEN CHGHIST STILL HOLDS AN UNCREDITED CHARGE FOR THE SAME  *
003342* BADGE AND ISSUE DATE; ANY OTHER FIND WAS NEVER BILLED, SO IT IS  *
003343* COUNTED AND LISTED ON THE STATEMENT INSTEAD.                     *
003344*------------------------------------------------------------------*
003345 2000-LOAD-EVENTS.
003350     READ BADGE-EVENTS
003360         AT END
003370             SET WS-EOF-EVENTS TO TRUE
003380             GO TO 2000-EXIT
003390     END-READ.
003400     ADD 1 TO WS-EVENTS-READ.
003410     IF BADGE-EVENT-RECORD = SPACES
003420         GO TO 2000-EXIT
003430     END-IF.
003440     MOVE BE-EVENT-DATE TO WS-WORK-DATE.
003450     IF WS-WD-YY NOT = WS-BILL-YY OR WS-WD-MM NOT = WS-BILL-MM
003460         GO TO 2000-EXIT
003470     END-IF.
003480     IF BE-LOST
003490         ADD 1 TO WS-LOST-COUNT
003500         PERFORM 2100-ADD-ENTRY THRU 2100-EXIT
003510         GO TO 2000-EXIT
003520     END-IF.
003530     IF NOT BE-FOUND
003540         GO TO 2000-EXIT
003550     END-IF.
003560     ADD 1 TO WS-FOUND-COUNT.
003570     PERFORM 2200-FIND-LOSS THRU 2200-EXIT.
003580     IF WS-LOSS-FOUND
003590         MOVE 'Y' TO WS-CHG-CANCEL-SW (WS-CHG-IDX)
003600         ADD 1 TO WS-SAME-MONTH-COUNT
003610     ELSE
003620         PERFORM 2300-MATCH-BILLED-CHARGE THRU 2300-EXIT
003630     END-IF.
003640 2000-EXIT.
003650     EXIT.
003660
003670*------------------------------------------------------------------*
003680* UNTIL THE HISTORY TRACE FILLS THEM IN, AN ENTRY SHOWS NOT TRACED *
003690* FOR THE NAME AND HAS NO COMPANY OR HOST.                         *
003700*------------------------------------------------------------------*
003710 2100-ADD-ENTRY.
003712     MOVE 'N' TO WS-ENTRY-ADDED-SW.
003720     IF WS-CHARGE-COUNT NOT < WS-CHARGE-CEILING
003730         IF WS-OVERFLOW-COUNT = 0
003740             DISPLAY 'MORE THAN ' WS-CHARGE-CEILING
003750                 ' BADGE EVENTS IN THE MONTH; REMAINDER'
003760                 ' NOT BILLED'
003770         END-IF
003780         ADD 1 TO WS-OVERFLOW-COUNT
003790         GO TO 2100-EXIT
003800     END-IF.
003810     ADD 1 TO WS-CHARGE-COUNT.
003820     SET WS-CHG-IDX TO WS-CHARGE-COUNT.
003830     IF BE-LOST
003840         MOVE 'C' TO WS-CHG-TYPE (WS-CHG-IDX)
003850     ELSE
003860         MOVE 'R' TO WS-CHG-TYPE (WS-CHG-IDX)
003870     END-IF.
003880     MOVE 'NOT FOUND IN HISTORY' TO WS-CHG-COMPANY (WS-CHG-IDX).
003890     MOVE BE-BADGE-NO TO WS-CHG-BADGE-NO (WS-CHG-IDX).
003900     MOVE BE-DATE-ISSUED TO WS-CHG-DATE-ISSUED (WS-CHG-IDX).
003910     MOVE BE-EVENT-DATE TO WS-CHG-EVENT-DATE (WS-CHG-IDX).
003920     MOVE 0 TO WS-CHG-VISITOR-ID (WS-CHG-IDX).
003930     MOVE 'NOT TRACED' TO WS-CHG-NAME (WS-CHG-IDX).
003940     MOVE SPACES TO WS-CHG-HOST-ID (WS-CHG-IDX).
003950     MOVE 'N' TO WS-CHG-TRACED-SW (WS-CHG-IDX).
003960     MOVE 'N' TO WS-CHG-CANCEL-SW (WS-CHG-IDX).
003962     MOVE WS-BADGE-CHARGE TO WS-CHG-AMOUNT (WS-CHG-IDX).
003964     MOVE 'Y' TO WS-ENTRY-ADDED-SW.
003970 2100-EXIT.
003980     EXIT.
003990
004000 2200-FIND-LOSS.
004010     MOVE 'N' TO WS-LOSS-FOUND-SW.
004020     SET WS-CHG-IDX TO 1.
004030     SEARCH WS-CHG-ENTRY
004040         AT END
004050             CONTINUE
004060         WHEN WS-CHG-IDX NOT > WS-CHARGE-COUNT
004070             AND WS-CHG-CHARGE (WS-CHG-IDX)
004080             AND NOT WS-CHG-CANCELLED (WS-CHG-IDX)
004090             AND WS-CHG-BADGE-NO (WS-CHG-IDX) = BE-BADGE-NO
004100             AND WS-CHG-DATE-ISSUED (WS-CHG-IDX) = BE-DATE-ISSUED
004110             MOVE 'Y' TO WS-LOSS-FOUND-SW
004120     END-SEARCH.
004130 2200-EXIT.
004140     EXIT.
004150
004151*------------------------------------------------------------------*
004152* A CREDIT TAKES ITS COMPANY, HOST, VISITOR AND AMOUNT FROM THE    *
004153* CHARGE IT REVERSES, NOT FROM GREETHST. ONE OVER THE TABLE        *
004154* CEILING LEAVES THE CHARGE OPEN FOR NEXT MONTH.                   *
004155*------------------------------------------------------------------*
004156 2300-MATCH-BILLED-CHARGE.
004157     MOVE BE-BADGE-NO TO CW-BADGE-NO.
004158     MOVE BE-DATE-ISSUED TO CW-DATE-ISSUED.
004159     MOVE 'Y' TO WS-CW-FOUND-SW.
004160     READ CHARGE-WORK
004161         INVALID KEY
004162             MOVE 'N' TO WS-CW-FOUND-SW
004163     END-READ.
004164     IF WS-CW-FOUND AND CW-OPEN-CHARGES > 0
004165         GO TO 2300-RAISE-CREDIT
004166     END-IF.
004167     ADD 1 TO WS-NOT-BILLED-COUNT.
004168     IF NOT WS-CW-FOUND
004169         MOVE SPACES TO CHARGE-WORK-RECORD
004170         MOVE BE-BADGE-NO TO CW-BADGE-NO
004171         MOVE BE-DATE-ISSUED TO CW-DATE-ISSUED
004172         MOVE 0 TO CW-OPEN-CHARGES
004173         MOVE 0 TO CW-VISITOR-ID
004174         MOVE 0 TO CW-AMOUNT
004175     END-IF.
004176     MOVE 'Y' TO CW-NOT-BILLED-SW.
004177     MOVE BE-EVENT-DATE TO CW-FIND-DATE.
004178     IF WS-CW-FOUND
004179         REWRITE CHARGE-WORK-RECORD
004180     ELSE
004181         WRITE CHARGE-WORK-RECORD
004182     END-IF.
004183     GO TO 2300-EXIT.
004184 2300-RAISE-CREDIT.
004185     PERFORM 2100-ADD-ENTRY THRU 2100-EXIT.
004186     IF NOT WS-ENTRY-ADDED
004187         GO TO 2300-EXIT
004188     END-IF.
004189     MOVE CW-COMPANY TO WS-CHG-COMPANY (WS-CHG-IDX).
004190     MOVE CW-VISITOR-ID TO WS-CHG-VISITOR-ID (WS-CHG-IDX).
004191     MOVE CW-NAME TO WS-CHG-NAME (WS-CHG-IDX).
004192     MOVE CW-HOST-ID TO WS-CHG-HOST-ID (WS-CHG-IDX).
004193     MOVE CW-AMOUNT TO WS-CHG-AMOUNT (WS-CHG-IDX).
004194     MOVE 'Y' TO WS-CHG-TRACED-SW (WS-CHG-IDX).
004195     SUBTRACT 1 FROM CW-OPEN-CHARGES.
004196     REWRITE CHARGE-WORK-RECORD.
004197 2300-EXIT.
004198     EXIT.
004199
004200*------------------------------------------------------------------*
004201* A CHARGE IS TRACED TO THE CHECK-IN THAT ISSUED ITS BADGE: SAME   *
004202* BADGE NUMBER ON THE BADGE MASTER'S ISSUE DATE. HISTORY IS IN     *
004203* DATE AND TIME ORDER, SO IF A BADGE WENT OUT TWICE THAT DAY THE   *
004204* LATER CHECK-IN - THE ONE THAT NEVER CAME BACK - IS THE ONE KEPT. *
004205* A CREDIT ALREADY CARRIES THE DETAILS OF THE CHARGE IT REVERSES.  *
004206*------------------------------------------------------------------*
004220 3000-TRACE-HISTORY.
004230     READ HISTORY-IN
004240         AT END
004250             SET WS-EOF-HISTORY TO TRUE
004260             GO TO 3000-EXIT
004270     END-READ.
004280     ADD 1 TO WS-HIST-READ.
004290     IF HISTORY-IN-RECORD = SPACES OR WS-CHARGE-COUNT = 0
004300         GO TO 3000-EXIT
004310     END-IF.
004320     MOVE HISTORY-IN-RECORD TO WS-HISTORY-WORK.
004330     IF GL-BADGE-NO OF WS-HISTORY-WORK = 0
004340         GO TO 3000-EXIT
004350     END-IF.
004360     PERFORM 3100-MATCH-ISSUE THRU 3100-EXIT
004370         VARYING WS-I FROM 1 BY 1
004380         UNTIL WS-I > WS-CHARGE-COUNT.
004390 3000-EXIT.
004400     EXIT.
004410
004420 3100-MATCH-ISSUE.
004430     SET WS-CHG-IDX TO WS-I.
004432     IF WS-CHG-CREDIT (WS-CHG-IDX)
004434         GO TO 3100-EXIT
004436     END-IF.
004440     IF WS-CHG-BADGE-NO (WS-CHG-IDX) NOT = GL-BADGE-NO
004450             OF WS-HISTORY-WORK
004460         OR WS-CHG-DATE-ISSUED (WS-CHG-IDX) NOT = GL-TS-DATE
004470             OF WS-HISTORY-WORK
004480         GO TO 3100-EXIT
004490     END-IF.
004500     MOVE GL-COMPANY OF WS-HISTORY-WORK
004510         TO WS-CHG-COMPANY (WS-CHG-IDX).
004520     MOVE GL-NAME OF WS-HISTORY-WORK TO WS-CHG-NAME (WS-CHG-IDX).
004530     MOVE GL-VISITOR-ID OF WS-HISTORY-WORK
004540         TO WS-CHG-VISITOR-ID (WS-CHG-IDX).
004550     MOVE GL-HOST-ID OF WS-HISTORY-WORK
004560         TO WS-CHG-HOST-ID (WS-CHG-IDX).
004570     MOVE 'Y' TO WS-CHG-TRACED-SW (WS-CHG-IDX).
004580 3100-EXIT.
004590     EXIT.
004600
004610 4000-SORT-CHARGES.
004620     IF WS-CHARGE-COUNT < 2
004630         GO TO 4000-EXIT
004640     END-IF.
004650     PERFORM 4100-SORT-PASS THRU 4100-EXIT
004660         VARYING WS-I FROM 1 BY 1
004670         UNTIL WS-I NOT < WS-CHARGE-COUNT.
004680 4000-EXIT.
004690     EXIT.
004700
004710 4100-SORT-PASS.
004720     PERFORM 4200-COMPARE-AND-SWAP THRU 4200-EXIT
004730         VARYING WS-J FROM 1 BY 1
004740         UNTIL WS-J NOT < WS-CHARGE-COUNT.
004750 4100-EXIT.
004760     EXIT.
004770
004780*------------------------------------------------------------------*
004790* ORDERS BY COMPANY, THEN BADGE NUMBER, THEN CHARGE BEFORE CREDIT. *
004800*------------------------------------------------------------------*
004810 4200-COMPARE-AND-SWAP.
004820     IF WS-CHG-COMPANY (WS-J) > WS-CHG-COMPANY (WS-J + 1)
004830         OR (WS-CHG-COMPANY (WS-J) = WS-CHG-COMPANY (WS-J + 1)
004840         AND WS-CHG-BADGE-NO (WS-J) > WS-CHG-BADGE-NO (WS-J + 1))
004850         OR (WS-CHG-COMPANY (WS-J) = WS-CHG-COMPANY (WS-J + 1)
004860         AND WS-CHG-BADGE-NO (WS-J) = WS-CHG-BADGE-NO (WS-J + 1)
004870         AND WS-CHG-TYPE (WS-J) > WS-CHG-TYPE (WS-J + 1))
004880         MOVE WS-CHG-ENTRY (WS-J) TO WS-SWAP-ENTRY
004890         MOVE WS-CHG-ENTRY (WS-J + 1) TO WS-CHG-ENTRY (WS-J)
004900         MOVE WS-SWAP-ENTRY TO WS-CHG-ENTRY (WS-J + 1)
004910     END-IF.
004920 4200-EXIT.
004930     EXIT.
004940
004950 5000-WRITE-STATEMENTS.
004960     WRITE STATEMENT-LINE FROM WS-STMT-HEADING-1.
004970     MOVE WS-BILLING-MONTH TO WS-BL-MONTH.
004980     MOVE WS-BADGE-CHARGE TO WS-BL-CHARGE.
004990     WRITE STATEMENT-LINE FROM WS-BILLING-LINE.
005000     MOVE HIGH-VALUES TO WS-PREV-COMPANY.
005010     PERFORM 5100-WRITE-CHARGE-LINE THRU 5100-EXIT
005020         VARYING WS-I FROM 1 BY 1
005030         UNTIL WS-I > WS-CHARGE-COUNT.
005040     IF WS-PREV-COMPANY NOT = HIGH-VALUES
005050         PERFORM 5200-WRITE-COMPANY-TOTAL THRU 5200-EXIT
005060     END-IF.
005062     PERFORM 5300-LIST-NOT-BILLED THRU 5300-EXIT.
005070     MOVE SPACES TO STATEMENT-LINE.
005080     WRITE STATEMENT-LINE.
005090     MOVE 'BADGES LOST IN MONTH' TO WS-TL-LABEL.
005100     MOVE WS-LOST-COUNT TO WS-TL-COUNT.
005110     WRITE STATEMENT-LINE FROM WS-TOTAL-LINE.
005120     MOVE 'BADGES FOUND IN MONTH' TO WS-TL-LABEL.
005130     MOVE WS-FOUND-COUNT TO WS-TL-COUNT.
005140     WRITE STATEMENT-LINE FROM WS-TOTAL-LINE.
005150     MOVE 'LOST AND FOUND IN MONTH' TO WS-TL-LABEL.
005160     MOVE WS-SAME-MONTH-COUNT TO WS-TL-COUNT.
005170     WRITE STATEMENT-LINE FROM WS-TOTAL-LINE.
005172     MOVE 'FOUND - NEVER BILLED' TO WS-TL-LABEL.
005174     MOVE WS-NOT-BILLED-COUNT TO WS-TL-COUNT.
005176     WRITE STATEMENT-LINE FROM WS-TOTAL-LINE.
005180     MOVE 'UNTRACED - NOT BILLED' TO WS-ML-LABEL.
005190     MOVE WS-UNTRACED-COUNT TO WS-ML-COUNT.
005200     MOVE WS-UNBILLED-AMOUNT TO WS-ML-AMOUNT.
005202     WRITE STATEMENT-LINE FROM WS-MONEY-LINE.
005210     MOVE 'NET BILLED TO AP' TO WS-ML-LABEL.
005220     MOVE WS-AP-RECORDS TO WS-ML-COUNT.
005230     MOVE WS-BILLED-AMOUNT TO WS-ML-AMOUNT.
005240     WRITE STATEMENT-LINE FROM WS-MONEY-LINE.
005250     MOVE SPACES TO CHARGEBACK-RECORD.
005260     MOVE 'T' TO CB-RECORD-TYPE.
005270     MOVE WS-BILLING-MONTH TO CB-BILLING-MONTH.
005280     MOVE WS-AP-RECORDS TO CB-DETAIL-COUNT.
005290     MOVE WS-BILLED-AMOUNT TO CB-NET-AMOUNT.
005300     WRITE CHARGEBACK-RECORD.
005310 5000-EXIT.
005320     EXIT.
005330
005331*------------------------------------------------------------------*
005332* ONLY A TRACED BADGE HAS A COMPANY TO BILL, SO ONLY TRACED LINES  *
005333* GO TO ACCOUNTS PAYABLE, AND EACH ONE IS APPENDED TO CHGHIST AS   *
005334* IT GOES UNLESS THIS IS A RERUN OF A MONTH ALREADY THERE.         *
005335* UNTRACED ONES PRINT UNDER THEIR OWN NOT BILLED TOTAL FOR THE     *
005336* FRONT OFFICE TO CHASE, AND STAY OUT OF THE STATEMENT, HOST AND   *
005337* AP TOTALS SO THOSE ALL AGREE.                                    *
005338*------------------------------------------------------------------*
005390 5100-WRITE-CHARGE-LINE.
005400     SET WS-CHG-IDX TO WS-I.
005410     IF WS-CHG-CANCELLED (WS-CHG-IDX)
005420         GO TO 5100-EXIT
005430     END-IF.
005440     IF WS-CHG-COMPANY (WS-CHG-IDX) NOT = WS-PREV-COMPANY
005450         IF WS-PREV-COMPANY NOT = HIGH-VALUES
005460             PERFORM 5200-WRITE-COMPANY-TOTAL THRU 5200-EXIT
005470         END-IF
005480         MOVE WS-CHG-COMPANY (WS-CHG-IDX) TO WS-PREV-COMPANY
005490         MOVE WS-CHG-COMPANY (WS-CHG-IDX) TO WS-CH-COMPANY
005500         MOVE SPACES TO STATEMENT-LINE
005510         WRITE STATEMENT-LINE
005520         WRITE STATEMENT-LINE FROM WS-COMPANY-HEADING
005530         WRITE STATEMENT-LINE FROM WS-STMT-HEADING-2
005540         MOVE 0 TO WS-COMPANY-LINES
005550         MOVE 0 TO WS-COMPANY-AMOUNT
005552         MOVE 0 TO WS-COMPANY-UNBILLED-LINES
005554         MOVE 0 TO WS-COMPANY-UNBILLED-AMOUNT
005560     END-IF.
005570     IF WS-CHG-CHARGE (WS-CHG-IDX)
005580         MOVE WS-CHG-AMOUNT (WS-CHG-IDX) TO WS-LINE-AMOUNT
005590         MOVE 'CHARGE' TO WS-SD-TYPE
005600     ELSE
005610         COMPUTE WS-LINE-AMOUNT = 0 - WS-CHG-AMOUNT (WS-CHG-IDX)
005620         MOVE 'CREDIT' TO WS-SD-TYPE
005630     END-IF.
005640     MOVE WS-CHG-BADGE-NO (WS-CHG-IDX) TO WS-SD-BADGE-NO.
005650     MOVE WS-CHG-DATE-ISSUED (WS-CHG-IDX) TO WS-SD-DATE-ISSUED.
005660     MOVE WS-CHG-VISITOR-ID (WS-CHG-IDX) TO WS-SD-VISITOR-ID.
005670     MOVE WS-CHG-NAME (WS-CHG-IDX) TO WS-SD-NAME.
005680     MOVE WS-CHG-HOST-ID (WS-CHG-IDX) TO WS-SD-HOST-ID.
005690     MOVE WS-CHG-EVENT-DATE (WS-CHG-IDX) TO WS-SD-EVENT-DATE.
005700     MOVE WS-LINE-AMOUNT TO WS-SD-AMOUNT.
005710     WRITE STATEMENT-LINE FROM WS-STMT-DETAIL-LINE.
005712     IF NOT WS-CHG-TRACED (WS-CHG-IDX)
005714         ADD 1 TO WS-UNTRACED-COUNT
005716         ADD 1 TO WS-COMPANY-UNBILLED-LINES
005718         ADD WS-LINE-AMOUNT TO WS-COMPANY-UNBILLED-AMOUNT
005720         ADD WS-LINE-AMOUNT TO WS-UNBILLED-AMOUNT
005722         GO TO 5100-EXIT
005724     END-IF.
005726     ADD 1 TO WS-COMPANY-LINES.
005728     ADD 1 TO WS-NET-LINES.
005730     ADD WS-LINE-AMOUNT TO WS-COMPANY-AMOUNT.
005732     ADD WS-LINE-AMOUNT TO WS-NET-AMOUNT.
005734     PERFORM 6100-POST-TO-HOST THRU 6100-EXIT.
005810     MOVE SPACES TO CHARGEBACK-RECORD.
005820     MOVE 'D' TO CB-RECORD-TYPE.
005830     MOVE WS-BILLING-MONTH TO CB-BILLING-MONTH.
005840     MOVE WS-CHG-TYPE (WS-CHG-IDX) TO CB-ENTRY-TYPE.
005850     MOVE WS-CHG-COMPANY (WS-CHG-IDX) TO CB-COMPANY.
005860     MOVE WS-CHG-HOST-ID (WS-CHG-IDX) TO CB-HOST-ID.
005870     MOVE WS-CHG-BADGE-NO (WS-CHG-IDX) TO CB-BADGE-NO.
005880     MOVE WS-CHG-VISITOR-ID (WS-CHG-IDX) TO CB-VISITOR-ID.
005890     MOVE WS-CHG-NAME (WS-CHG-IDX) TO CB-VISITOR-NAME.
005900     MOVE WS-CHG-DATE-ISSUED (WS-CHG-IDX) TO CB-DATE-ISSUED.
005910     MOVE WS-CHG-EVENT-DATE (WS-CHG-IDX) TO CB-EVENT-DATE.
005920     MOVE WS-LINE-AMOUNT TO CB-AMOUNT.
005930     WRITE CHARGEBACK-RECORD.
005940     ADD 1 TO WS-AP-RECORDS.
005950     ADD WS-LINE-AMOUNT TO WS-BILLED-AMOUNT.
005952     IF NOT WS-MONTH-ON-HISTORY
005954         PERFORM 5150-APPEND-CHARGE-HISTORY THRU 5150-EXIT
005956     END-IF.
005960 5100-EXIT.
005970     EXIT.
005980
005981 5150-APPEND-CHARGE-HISTORY.
005982     MOVE SPACES TO CHARGE-HISTORY-RECORD.
005983     MOVE WS-BILLING-MONTH TO CH-BILLING-MONTH.
005984     MOVE WS-CHG-TYPE (WS-CHG-IDX) TO CH-ENTRY-TYPE.
005985     MOVE WS-CHG-BADGE-NO (WS-CHG-IDX) TO CH-BADGE-NO.
005986     MOVE WS-CHG-DATE-ISSUED (WS-CHG-IDX) TO CH-DATE-ISSUED.
005987     MOVE WS-CHG-EVENT-DATE (WS-CHG-IDX) TO CH-EVENT-DATE.
005988     MOVE WS-CHG-COMPANY (WS-CHG-IDX) TO CH-COMPANY.
005989     MOVE WS-CHG-HOST-ID (WS-CHG-IDX) TO CH-HOST-ID.
005990     MOVE WS-CHG-VISITOR-ID (WS-CHG-IDX) TO CH-VISITOR-ID.
005991     MOVE WS-CHG-NAME (WS-CHG-IDX) TO CH-VISITOR-NAME.
005992     MOVE WS-LINE-AMOUNT TO CH-AMOUNT.
005993     WRITE CHARGE-HISTORY-RECORD.
005994 5150-EXIT.
005995     EXIT.
005996
005997 5200-WRITE-COMPANY-TOTAL.
006000     IF WS-COMPANY-LINES = 0
006002         GO TO 5200-NOT-BILLED
006004     END-IF.
006006     MOVE 'STATEMENT TOTAL' TO WS-ML-LABEL.
006010     MOVE WS-COMPANY-LINES TO WS-ML-COUNT.
006020     MOVE WS-COMPANY-AMOUNT TO WS-ML-AMOUNT.
006030     WRITE STATEMENT-LINE FROM WS-MONEY-LINE.
006031 5200-NOT-BILLED.
006032     IF WS-COMPANY-UNBILLED-LINES = 0
006033         GO TO 5200-EXIT
006034     END-IF.
006035     MOVE 'NOT BILLED' TO WS-ML-LABEL.
006036     MOVE WS-COMPANY-UNBILLED-LINES TO WS-ML-COUNT.
006037     MOVE WS-COMPANY-UNBILLED-AMOUNT TO WS-ML-AMOUNT.
006038     WRITE STATEMENT-LINE FROM WS-MONEY-LINE.
006040 5200-EXIT.
006050     EXIT.
006060
006061*------------------------------------------------------------------*
006062* A FIND THAT MET NO BILLED CHARGE IS FLAGGED ON ITS CHGWORK       *
006063* RECORD, SO THE LIST COMES OUT IN BADGE ORDER WITH NO TABLE       *
006064* LIMIT.                                                           *
006065*------------------------------------------------------------------*
006066 5300-LIST-NOT-BILLED.
006067     IF WS-NOT-BILLED-COUNT = 0
006068         GO TO 5300-EXIT
006069     END-IF.
006070     MOVE SPACES TO STATEMENT-LINE.
006071     WRITE STATEMENT-LINE.
006072     WRITE STATEMENT-LINE FROM WS-NOT-BILLED-HEADING.
006073     WRITE STATEMENT-LINE FROM WS-NB-HEADING-2.
006074     MOVE LOW-VALUES TO CW-KEY.
006075     START CHARGE-WORK KEY NOT < CW-KEY
006076         INVALID KEY
006077             GO TO 5300-EXIT
006078     END-START.
006079     PERFORM 5350-LIST-ONE-FIND THRU 5350-EXIT
006080         UNTIL WS-EOF-CHGWORK.
006081 5300-EXIT.
006082     EXIT.
006083
006084 5350-LIST-ONE-FIND.
006085     READ CHARGE-WORK NEXT RECORD
006086         AT END
006087             SET WS-EOF-CHGWORK TO TRUE
006088             GO TO 5350-EXIT
006089     END-READ.
006090     IF NOT CW-FIND-NOT-BILLED
006091         GO TO 5350-EXIT
006092     END-IF.
006093     MOVE CW-BADGE-NO TO WS-NB-BADGE-NO.
006094     MOVE CW-DATE-ISSUED TO WS-NB-DATE-ISSUED.
006095     MOVE CW-FIND-DATE TO WS-NB-FIND-DATE.
006096     WRITE STATEMENT-LINE FROM WS-NB-DETAIL-LINE.
006097 5350-EXIT.
006098     EXIT.
006099
006100 6000-WRITE-HOST-SUMMARY.
006101     WRITE HOST-SUMMARY-LINE FROM WS-HOST-HEADING-1.
006102     WRITE HOST-SUMMARY-LINE FROM WS-BILLING-LINE.
006103     WRITE HOST-SUMMARY-LINE FROM WS-HOST-HEADING-2.
006110     IF WS-HOST-COUNT > 1
006120         PERFORM 6200-SORT-HOST-PASS THRU 6200-EXIT
006130             VARYING WS-I FROM 1 BY 1
006140             UNTIL WS-I NOT < WS-HOST-COUNT
006150     END-IF.
006160     PERFORM 6400-WRITE-HOST-LINE THRU 6400-EXIT
006170         VARYING WS-I FROM 1 BY 1
006180         UNTIL WS-I > WS-HOST-COUNT.
006190     MOVE 'HOSTS LISTED' TO WS-TL-LABEL.
006200     MOVE WS-HOST-COUNT TO WS-TL-COUNT.
006210     WRITE HOST-SUMMARY-LINE FROM WS-TOTAL-LINE.
006220     MOVE 'NET ALL HOSTS' TO WS-ML-LABEL.
006230     MOVE WS-NET-LINES TO WS-ML-COUNT.
006240     MOVE WS-NET-AMOUNT TO WS-ML-AMOUNT.
006250     WRITE HOST-SUMMARY-LINE FROM WS-MONEY-LINE.
006260 6000-EXIT.
006270     EXIT.
006280
006290 6100-POST-TO-HOST.
006300     MOVE 'N' TO WS-HST-FOUND-SW.
006310     SET WS-HST-IDX TO 1.
006320     SEARCH WS-HST-ENTRY
006330         AT END
006340             CONTINUE
006350         WHEN WS-HST-IDX NOT > WS-HOST-COUNT
006360             AND WS-HST-ID (WS-HST-IDX)
006370                 = WS-CHG-HOST-ID (WS-CHG-IDX)
006380             MOVE 'Y' TO WS-HST-FOUND-SW
006390     END-SEARCH.
006400     IF NOT WS-HST-FOUND
006410         ADD 1 TO WS-HOST-COUNT
006420         SET WS-HST-IDX TO WS-HOST-COUNT
006430         MOVE WS-CHG-HOST-ID (WS-CHG-IDX)
006440             TO WS-HST-ID (WS-HST-IDX)
006450         MOVE 0 TO WS-HST-LOST (WS-HST-IDX)
006460         MOVE 0 TO WS-HST-RETURNED (WS-HST-IDX)
006470         MOVE 0 TO WS-HST-NET (WS-HST-IDX)
006480     END-IF.
006490     IF WS-CHG-CHARGE (WS-CHG-IDX)
006500         ADD 1 TO WS-HST-LOST (WS-HST-IDX)
006510     ELSE
006520         ADD 1 TO WS-HST-RETURNED (WS-HST-IDX)
006530     END-IF.
006540     ADD WS-LINE-AMOUNT TO WS-HST-NET (WS-HST-IDX).
006550 6100-EXIT.
006560     EXIT.
006570
006580 6200-SORT-HOST-PASS.
006590     PERFORM 6300-COMPARE-AND-SWAP-HOST THRU 6300-EXIT
006600         VARYING WS-J FROM 1 BY 1
006610         UNTIL WS-J NOT < WS-HOST-COUNT.
006620 6200-EXIT.
006630     EXIT.
006640
006650 6300-COMPARE-AND-SWAP-HOST.
006660     IF WS-HST-ID (WS-J) > WS-HST-ID (WS-J + 1)
006670         MOVE WS-HST-ENTRY (WS-J) TO WS-SWAP-HOST
006680         MOVE WS-HST-ENTRY (WS-J + 1) TO WS-HST-ENTRY (WS-J)
006690         MOVE WS-SWAP-HOST TO WS-HST-ENTRY (WS-J + 1)
006700     END-IF.
006710 6300-EXIT.
006720     EXIT.
006730
006740 6400-WRITE-HOST-LINE.
006750     SET WS-HST-IDX TO WS-I.
006760     PERFORM 6500-FIND-HOST-NAME THRU 6500-EXIT.
006770     MOVE WS-HST-ID (WS-HST-IDX) TO WS-HL-HOST-ID.
006780     MOVE WS-HOST-NAME TO WS-HL-NAME.
006790     MOVE WS-HST-LOST (WS-HST-IDX) TO WS-HL-LOST.
006800     MOVE WS-HST-RETURNED (WS-HST-IDX) TO WS-HL-FOUND.
006810     MOVE WS-HST-NET (WS-HST-IDX) TO WS-HL-NET.
006820     WRITE HOST-SUMMARY-LINE FROM WS-HOST-DETAIL-LINE.
006830 6400-EXIT.
006840     EXIT.
006850
006860 6500-FIND-HOST-NAME.
006870     MOVE 'N' TO WS-HOST-FOUND-SW.
006880     IF WS-HST-ID (WS-HST-IDX) = SPACES
006890         MOVE 'NO HOST ON RECORD' TO WS-HOST-NAME
006900         GO TO 6500-EXIT
006910     END-IF.
006920     IF WS-EM-OPEN
006930         MOVE WS-HST-ID (WS-HST-IDX) TO EP-ID
006940         READ EMPLOYEE-MASTER
006950             INVALID KEY
006960                 CONTINUE
006970             NOT INVALID KEY
006980                 MOVE 'Y' TO WS-HOST-FOUND-SW
006990         END-READ
007000     END-IF.
007010     IF WS-HOST-FOUND
007020         MOVE EP-NAME TO WS-HOST-NAME
007030     ELSE
007040         MOVE 'NOT ON EMPMAST' TO WS-HOST-NAME
007050     END-IF.
007060 6500-EXIT.
007070     EXIT.
007080
007090 8000-PRINT-TRAILER.
007100     DISPLAY '-------------------------------------------'.
007110     DISPLAY 'Billing month  . . . . . . : ' WS-BILLING-MONTH.
007120     DISPLAY 'Ledger records read  . . . : ' WS-EVENTS-READ.
007130     DISPLAY 'History records read . . . : ' WS-HIST-READ.
007132     DISPLAY 'CHGHIST records read . . . : ' WS-CHGHIST-READ.
007140     DISPLAY 'Badges lost in month . . . : ' WS-LOST-COUNT.
007150     DISPLAY 'Badges found in month  . . : ' WS-FOUND-COUNT.
007160     DISPLAY 'Lost and found in month  . : ' WS-SAME-MONTH-COUNT.
007162     DISPLAY 'Found - never billed . . . : ' WS-NOT-BILLED-COUNT.
007170     DISPLAY 'Untraced - not billed  . . : ' WS-UNTRACED-COUNT.
007180     DISPLAY 'AP interface records . . . : ' WS-AP-RECORDS.
007190     IF WS-OVERFLOW-COUNT > 0
007200         DISPLAY '*** WARNING: ' WS-OVERFLOW-COUNT
007210             ' BADGE EVENTS OVER THE TABLE CEILING NOT BILLED ***'
007220     END-IF.
007222     IF WS-MONTH-ON-HISTORY
007224         DISPLAY '*** WARNING: MONTH ' WS-BILLING-MONTH
007226             ' ALREADY ON CHGHIST - RERUN NOT APPENDED AGAIN ***'
007228     END-IF.
007230     DISPLAY '-------------------------------------------'.
007240 8000-EXIT.
007250     EXIT.
007260
007270 9000-TERMINATE.
007280     CLOSE BADGE-EVENTS.
007290     CLOSE HISTORY-IN.
007300     IF WS-EM-OPEN
007310         CLOSE EMPLOYEE-MASTER
007320     END-IF.
007330     CLOSE STATEMENT-OUT.
007340     CLOSE HOST-SUMMARY-OUT.
007350     CLOSE CHARGEBACK-OUT.
007352     CLOSE CHARGE-HISTORY.
007354     CLOSE CHARGE-WORK.
007360     DISPLAY 'Chargeback run complete.'.
007370 9000-EXIT.
007380     EXIT.
