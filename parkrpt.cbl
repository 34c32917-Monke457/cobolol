000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARKRPT.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. NIGHTLY VISITOR PARKING         *
000120*                 OCCUPANCY BY LOT AND HOUR, RUN AFTER CHECKOUT.   *
000130*                 EVERY CAR HOLDING A SPACE ON THE DAY'S PARKLOG   *
000140*                 IS COUNTED IN ITS LOT FROM THE HOUR IT ARRIVED   *
000150*                 TO THE HOUR ITS DRIVER CHECKED OUT ON DEPARTLG,  *
000160*                 OR TO MIDNIGHT WHEN THE DRIVER NEVER CHECKED     *
000170*                 OUT. EACH LOT PRINTS CARS ARRIVING, LEAVING AND  *
000180*                 IN THE LOT PER HOUR AGAINST ITS SPACES FROM      *
000190*                 LOTMAST, WITH ITS BUSIEST HOUR AND THE CARS SENT *
000200*                 TO IT AS OVERFLOW.                               *
000210*------------------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PARKING-LOG-IN ASSIGN TO "PARKLOG"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT OPTIONAL DEPART-LOG-IN ASSIGN TO "DEPARTLG"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS LM-LOT-CODE
000340         FILE STATUS IS WS-LM-STATUS.
000350     SELECT PARK-WORK ASSIGN TO "PRKWORK"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PW-BADGE-NO
000390         FILE STATUS IS WS-PW-STATUS.
000400     SELECT REPORT-OUT ASSIGN TO "PARKRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PARKING-LOG-IN
000480     LABEL RECORDS ARE STANDARD.
000490 01  PARKING-LOG-RECORD.
000500     COPY PARKLOG.
000510
000520 FD  DEPART-LOG-IN
000530     LABEL RECORDS ARE STANDARD.
000540 01  DEPART-LOG-IN-RECORD.
000550     COPY DEPARTLG.
000560
000570 FD  LOT-MASTER
000580     LABEL RECORDS ARE STANDARD.
000590 01  LOT-MASTER-RECORD.
000600     COPY LOTMAST.
000610
000620 FD  PARK-WORK
000630     LABEL RECORDS ARE STANDARD.
000640 01  PARK-WORK-RECORD.
000650     05 PW-BADGE-NO PIC 9(06).
000660     05 PW-DEPART-TIME PIC X(08).
000670
000680 FD  REPORT-OUT
000690     LABEL RECORDS ARE STANDARD.
000700 01  REPORT-LINE PIC X(80).
000710
000720 FD  BUSINESS-DATE-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  BUSINESS-DATE-RECORD.
000750     COPY BUSDATE.
000760
000770 WORKING-STORAGE SECTION.
000780 01 WS-LM-STATUS PIC X(02) VALUE '00'.
000790 01 WS-PW-STATUS PIC X(02) VALUE '00'.
000800 01 WS-LOT-TABLE.
000810     05 WS-LOT-ENTRY OCCURS 50 TIMES
000820        INDEXED BY WS-LOT-IDX.
000830        10 WS-LOT-CODE PIC X(02).
000840        10 WS-LOT-DESC PIC X(20).
000850        10 WS-LOT-CAPACITY PIC 9(04) VALUE 0.
000860        10 WS-LOT-CARS PIC 9(05) VALUE 0.
000870        10 WS-LOT-OVERFLOW-IN PIC 9(05) VALUE 0.
000880        10 WS-LOT-HOUR-ENTRY OCCURS 24 TIMES.
000890           15 WS-LOT-ARRIVED PIC 9(05) VALUE 0.
000900           15 WS-LOT-LEFT PIC 9(05) VALUE 0.
000910           15 WS-LOT-IN-LOT PIC 9(05) VALUE 0.
000920 01 WS-LOT-COUNT PIC 9(03) VALUE 0.
000930 01 WS-LOT-CEILING PIC 9(03) VALUE 050.
000940 01 WS-LOT-SUB PIC 9(03).
000950 01 WS-HOUR-SUB PIC 9(02).
000960 01 WS-FIRST-HOUR PIC 9(02).
000970 01 WS-LAST-HOUR PIC 9(02).
000980 01 WS-PEAK-CARS PIC 9(05).
000990 01 WS-PEAK-HOUR PIC 9(02).
001000 01 WS-ARRIVAL-TIME-R.
001010     05 WS-ARR-HH PIC 9(02).
001020     05 FILLER PIC X(06).
001030 01 WS-DEPART-TIME-R.
001040     05 WS-DEP-HH PIC 9(02).
001050     05 FILLER PIC X(06).
001060 01 WS-DEPARTURES-READ PIC 9(05) VALUE 0.
001070 01 WS-PARKLOG-READ PIC 9(05) VALUE 0.
001080 01 WS-CARS-PARKED PIC 9(05) VALUE 0.
001090 01 WS-CARS-NO-SPACE PIC 9(05) VALUE 0.
001100 01 WS-CARS-STILL-IN PIC 9(05) VALUE 0.
001110 01 WS-CARS-BAD-TIME PIC 9(05) VALUE 0.
001120 01 WS-CARS-NOT-POSTED PIC 9(05) VALUE 0.
001130 01 WS-CURRENT-DATE PIC 9(06).
001140 01 WS-CLOCK-DATE PIC 9(06).
001150 01 WS-HEADING-LINE-1.
001160     05 FILLER PIC X(80) VALUE
001170         'VISITOR PARKING OCCUPANCY BY LOT AND HOUR'.
001180 01 WS-DATE-LINE.
001190     05 FILLER PIC X(14) VALUE 'BUSINESS DATE '.
001200     05 WS-DTE-DATE PIC 9(06).
001210     05 FILLER PIC X(60) VALUE SPACES.
001220 01 WS-LOT-HEADING.
001230     05 FILLER PIC X(04) VALUE 'LOT '.
001240     05 WS-LH-CODE PIC X(02).
001250     05 FILLER PIC X(01) VALUE SPACES.
001260     05 WS-LH-DESC PIC X(20).
001270     05 FILLER PIC X(01) VALUE SPACES.
001280     05 WS-LH-SPACES-LABEL PIC X(08).
001290     05 WS-LH-CAPACITY PIC ZZZ9 BLANK WHEN ZERO.
001300     05 FILLER PIC X(40) VALUE SPACES.
001310 01 WS-COLUMN-HEADING.
001320     05 FILLER PIC X(44) VALUE
001330         'HOUR      ARRIVED     LEFT   IN LOT   SPACES'.
001340     05 FILLER PIC X(36) VALUE '   % FULL'.
001350 01 WS-DETAIL-LINE.
001360     05 WS-DL-HOUR PIC Z9.
001370     05 FILLER PIC X(04) VALUE ':00 '.
001380     05 FILLER PIC X(06) VALUE SPACES.
001390     05 WS-DL-ARRIVED PIC ZZZZ9.
001400     05 FILLER PIC X(04) VALUE SPACES.
001410     05 WS-DL-LEFT PIC ZZZZ9.
001420     05 FILLER PIC X(04) VALUE SPACES.
001430     05 WS-DL-IN-LOT PIC ZZZZ9.
001440     05 FILLER PIC X(05) VALUE SPACES.
001450     05 WS-DL-CAPACITY PIC ZZZ9 BLANK WHEN ZERO.
001460     05 FILLER PIC X(05) VALUE SPACES.
001470     05 WS-DL-PCT-FULL PIC ZZZ9 BLANK WHEN ZERO.
001480     05 FILLER PIC X(31) VALUE SPACES.
001490 01 WS-TOTAL-LINE.
001500     05 WS-TL-LABEL PIC X(25).
001510     05 WS-TL-COUNT PIC ZZZZ9.
001520     05 FILLER PIC X(50) VALUE SPACES.
001530 01 WS-PEAK-LINE.
001540     05 FILLER PIC X(25) VALUE 'BUSIEST HOUR'.
001550     05 FILLER PIC X(03) VALUE SPACES.
001560     05 WS-PL-HOUR PIC Z9.
001570     05 FILLER PIC X(03) VALUE ':00'.
001580     05 FILLER PIC X(47) VALUE SPACES.
001590 01 WS-SWITCHES.
001600     05 WS-EOF-PARKLOG-SW PIC X(01) VALUE 'N'.
001610        88 WS-EOF-PARKLOG VALUE 'Y'.
001620     05 WS-EOF-DEPART-SW PIC X(01) VALUE 'N'.
001630        88 WS-EOF-DEPART VALUE 'Y'.
001640     05 WS-EOF-LOTMAST-SW PIC X(01) VALUE 'N'.
001650        88 WS-EOF-LOTMAST VALUE 'Y'.
001660     05 WS-LOT-FOUND-SW PIC X(01) VALUE 'N'.
001670        88 WS-LOT-FOUND VALUE 'Y'.
001680     05 WS-LOT-OVERFLOW-SW PIC X(01) VALUE 'N'.
001690        88 WS-LOT-OVERFLOW VALUE 'Y'.
001700     05 WS-DEPARTED-SW PIC X(01) VALUE 'N'.
001710        88 WS-DEPARTED VALUE 'Y'.
001720     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
001730        88 WS-EOF-BUSDATE VALUE 'Y'.
001740
001750 PROCEDURE DIVISION.
001760 0000-MAIN-PROCEDURE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     PERFORM 2000-LOAD-DEPARTURES THRU 2000-EXIT
001790         UNTIL WS-EOF-DEPART.
001800     PERFORM 3000-POST-ONE-CAR THRU 3000-EXIT
001810         UNTIL WS-EOF-PARKLOG.
001820     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
001830     PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT.
001840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001850     STOP RUN.
001860
001870 1000-INITIALIZE.
001880     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001890     OPEN OUTPUT PARK-WORK.
001900     CLOSE PARK-WORK.
001910     OPEN I-O PARK-WORK.
001920     OPEN INPUT PARKING-LOG-IN.
001930     OPEN INPUT DEPART-LOG-IN.
001940     OPEN OUTPUT REPORT-OUT.
001950     PERFORM 1100-LOAD-LOT-TABLE THRU 1100-EXIT.
001960 1000-EXIT.
001970     EXIT.
001980
001990*------------------------------------------------------------------*
002000* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
002010* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
002020* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
002030* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
002040*------------------------------------------------------------------*
002050 1050-READ-BUSINESS-DATE.
002060     OPEN INPUT BUSINESS-DATE-FILE.
002070     READ BUSINESS-DATE-FILE
002080         AT END
002090             SET WS-EOF-BUSDATE TO TRUE
002100     END-READ.
002110     CLOSE BUSINESS-DATE-FILE.
002120     IF WS-EOF-BUSDATE
002130         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
002140             ' IS OPEN'
002150         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
002160             ' RESUBMIT.'
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002200     IF NOT BD-DAY-OPEN
002210         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
002220             ' (STATUS ' BD-STATUS ')'
002230         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     ACCEPT WS-CLOCK-DATE FROM DATE.
002280     IF BD-BUSINESS-DATE IS NOT NUMERIC
002290         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
002300         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
002310             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
002320         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
002370 1050-EXIT.
002380     EXIT.
002390
002400*------------------------------------------------------------------*
002410* EVERY LOT ON LOTMAST GETS A SECTION, EVEN WHEN NO VISITOR PARKED *
002420* IN IT TODAY. A LOT ON PARKLOG THAT IS NOT ON LOTMAST IS ADDED    *
002430* WHEN ITS FIRST CAR IS POSTED.                                    *
002440*------------------------------------------------------------------*
002450 1100-LOAD-LOT-TABLE.
002460     OPEN INPUT LOT-MASTER.
002470     IF WS-LM-STATUS NOT = '00'
002480         DISPLAY '*** WARNING: LOTMAST NOT AVAILABLE (STATUS '
002490             WS-LM-STATUS ') - LOTS PRINT WITHOUT SPACES ***'
002500         GO TO 1100-EXIT
002510     END-IF.
002520     PERFORM 1150-LOAD-ONE-LOT THRU 1150-EXIT
002530         UNTIL WS-EOF-LOTMAST.
002540     CLOSE LOT-MASTER.
002550 1100-EXIT.
002560     EXIT.
002570
002580 1150-LOAD-ONE-LOT.
002590     READ LOT-MASTER NEXT RECORD
002600         AT END
002610             SET WS-EOF-LOTMAST TO TRUE
002620             GO TO 1150-EXIT
002630     END-READ.
002640     IF WS-LOT-COUNT NOT < WS-LOT-CEILING
002650         IF NOT WS-LOT-OVERFLOW
002660             DISPLAY '*** WARNING: MORE THAN ' WS-LOT-CEILING
002670                 ' LOTS ON LOTMAST - EXTRA LOTS NOT REPORTED ***'
002680         END-IF
002690         SET WS-LOT-OVERFLOW TO TRUE
002700         GO TO 1150-EXIT
002710     END-IF.
002720     ADD 1 TO WS-LOT-COUNT.
002730     SET WS-LOT-IDX TO WS-LOT-COUNT.
002740     MOVE LM-LOT-CODE TO WS-LOT-CODE (WS-LOT-IDX).
002750     MOVE LM-DESCRIPTION TO WS-LOT-DESC (WS-LOT-IDX).
002760     MOVE LM-CAPACITY TO WS-LOT-CAPACITY (WS-LOT-IDX).
002770 1150-EXIT.
002780     EXIT.
002790
002800 2000-LOAD-DEPARTURES.
002810     READ DEPART-LOG-IN
002820         AT END
002830             SET WS-EOF-DEPART TO TRUE
002840             GO TO 2000-EXIT
002850     END-READ.
002860     IF DL-DEPART-DATE IS NUMERIC
002870         AND DL-DEPART-DATE NOT = WS-CURRENT-DATE
002880         DISPLAY 'DEPARTLG RECORD FOR BADGE ' DL-BADGE-NO
002890             ' IS DATED ' DL-DEPART-DATE ', NOT BUSINESS DATE '
002900             WS-CURRENT-DATE
002910         DISPLAY 'ABENDING - DEPARTLG BELONGS TO A DIFFERENT DAY.'
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     ADD 1 TO WS-DEPARTURES-READ.
002960     MOVE DL-BADGE-NO TO PW-BADGE-NO.
002970     MOVE DL-DEPART-TIME TO PW-DEPART-TIME.
002980     WRITE PARK-WORK-RECORD
002990         INVALID KEY
003000             CONTINUE
003010     END-WRITE.
003020 2000-EXIT.
003030     EXIT.
003040
003050*------------------------------------------------------------------*
003060* A CAR IS IN ITS LOT FROM THE HOUR OF ARRIVAL THROUGH THE HOUR OF *
003070* DEPARTURE, BOTH INCLUSIVE, SO "IN LOT" IS EVERY CAR THAT WAS IN  *
003080* THE LOT AT ANY TIME DURING THAT HOUR.                            *
003090*------------------------------------------------------------------*
003100 3000-POST-ONE-CAR.
003110     READ PARKING-LOG-IN
003120         AT END
003130             SET WS-EOF-PARKLOG TO TRUE
003140             GO TO 3000-EXIT
003150     END-READ.
003160     IF PK-PARK-DATE IS NUMERIC
003170         AND PK-PARK-DATE NOT = WS-CURRENT-DATE
003180         DISPLAY 'PARKLOG RECORD FOR PLATE ' PK-PLATE
003190             ' IS DATED ' PK-PARK-DATE ', NOT BUSINESS DATE '
003200             WS-CURRENT-DATE
003210         DISPLAY 'ABENDING - PARKLOG BELONGS TO A DIFFERENT DAY.'
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     ADD 1 TO WS-PARKLOG-READ.
003260     IF NOT PK-SPACE-HELD
003270         ADD 1 TO WS-CARS-NO-SPACE
003280         GO TO 3000-EXIT
003290     END-IF.
003300     MOVE PK-ARRIVAL-TIME TO WS-ARRIVAL-TIME-R.
003310     IF WS-ARR-HH IS NOT NUMERIC
003320         OR WS-ARR-HH > 23
003330         ADD 1 TO WS-CARS-BAD-TIME
003340         DISPLAY 'PARKLOG PLATE ' PK-PLATE ' HAS NO USABLE'
003350             ' ARRIVAL TIME - NOT POSTED'
003360         GO TO 3000-EXIT
003370     END-IF.
003380     PERFORM 3100-FIND-LOT THRU 3100-EXIT.
003390     IF NOT WS-LOT-FOUND
003400         ADD 1 TO WS-CARS-NOT-POSTED
003410         GO TO 3000-EXIT
003420     END-IF.
003430     PERFORM 3200-FIND-DEPARTURE THRU 3200-EXIT.
003440     ADD 1 TO WS-CARS-PARKED.
003450     ADD 1 TO WS-LOT-CARS (WS-LOT-IDX).
003460     IF PK-OVERFLOW
003470         ADD 1 TO WS-LOT-OVERFLOW-IN (WS-LOT-IDX)
003480     END-IF.
003490     COMPUTE WS-FIRST-HOUR = WS-ARR-HH + 1.
003500     ADD 1 TO WS-LOT-ARRIVED (WS-LOT-IDX WS-FIRST-HOUR).
003510     IF WS-DEPARTED
003520         ADD 1 TO WS-LOT-LEFT (WS-LOT-IDX WS-LAST-HOUR)
003530     ELSE
003540         ADD 1 TO WS-CARS-STILL-IN
003550     END-IF.
003560     PERFORM 3300-MARK-HOUR THRU 3300-EXIT
003570         VARYING WS-HOUR-SUB FROM WS-FIRST-HOUR BY 1
003580         UNTIL WS-HOUR-SUB > WS-LAST-HOUR.
003590 3000-EXIT.
003600     EXIT.
003610
003620 3100-FIND-LOT.
003630     MOVE 'N' TO WS-LOT-FOUND-SW.
003640     SET WS-LOT-IDX TO 1.
003650     SEARCH WS-LOT-ENTRY
003660         AT END
003670             CONTINUE
003680         WHEN WS-LOT-CODE (WS-LOT-IDX) = PK-LOT
003690             AND WS-LOT-IDX NOT > WS-LOT-COUNT
003700             MOVE 'Y' TO WS-LOT-FOUND-SW
003710     END-SEARCH.
003720     IF WS-LOT-FOUND
003730         GO TO 3100-EXIT
003740     END-IF.
003750     IF WS-LOT-COUNT NOT < WS-LOT-CEILING
003760         IF NOT WS-LOT-OVERFLOW
003770             DISPLAY '*** WARNING: MORE THAN ' WS-LOT-CEILING
003780                 ' LOTS - EXTRA LOTS NOT REPORTED ***'
003790         END-IF
003800         SET WS-LOT-OVERFLOW TO TRUE
003810         GO TO 3100-EXIT
003820     END-IF.
003830     ADD 1 TO WS-LOT-COUNT.
003840     SET WS-LOT-IDX TO WS-LOT-COUNT.
003850     MOVE PK-LOT TO WS-LOT-CODE (WS-LOT-IDX).
003860     MOVE '(NOT ON LOTMAST)' TO WS-LOT-DESC (WS-LOT-IDX).
003870     MOVE 0 TO WS-LOT-CAPACITY (WS-LOT-IDX).
003880     MOVE 'Y' TO WS-LOT-FOUND-SW.
003890 3100-EXIT.
003900     EXIT.
003910
003920*------------------------------------------------------------------*
003930* A DRIVER WHO NEVER CHECKED OUT, OR WHOSE DEPARTURE TIME IS       *
003940* UNUSABLE OR EARLIER THAN THE ARRIVAL, STAYS IN THE LOT TO THE    *
003950* END OF THE DAY.                                                  *
003960*------------------------------------------------------------------*
003970 3200-FIND-DEPARTURE.
003980     MOVE 'N' TO WS-DEPARTED-SW.
003990     MOVE 24 TO WS-LAST-HOUR.
004000     MOVE PK-BADGE-NO TO PW-BADGE-NO.
004010     READ PARK-WORK
004020         INVALID KEY
004030             GO TO 3200-EXIT
004040     END-READ.
004050     MOVE PW-DEPART-TIME TO WS-DEPART-TIME-R.
004060     IF WS-DEP-HH IS NOT NUMERIC
004070         OR WS-DEP-HH > 23
004080         OR WS-DEP-HH < WS-ARR-HH
004090         GO TO 3200-EXIT
004100     END-IF.
004110     COMPUTE WS-LAST-HOUR = WS-DEP-HH + 1.
004120     MOVE 'Y' TO WS-DEPARTED-SW.
004130 3200-EXIT.
004140     EXIT.
004150
004160 3300-MARK-HOUR.
004170     ADD 1 TO WS-LOT-IN-LOT (WS-LOT-IDX WS-HOUR-SUB).
004180 3300-EXIT.
004190     EXIT.
004200
004210 4000-WRITE-REPORT.
004220     WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
004230     MOVE WS-CURRENT-DATE TO WS-DTE-DATE.
004240     WRITE REPORT-LINE FROM WS-DATE-LINE.
004250     PERFORM 4100-WRITE-LOT-SECTION THRU 4100-EXIT
004260         VARYING WS-LOT-SUB FROM 1 BY 1
004270         UNTIL WS-LOT-SUB > WS-LOT-COUNT.
004280     MOVE 'CARS PARKED ALL LOTS' TO WS-TL-LABEL.
004290     MOVE WS-CARS-PARKED TO WS-TL-COUNT.
004300     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
004310     MOVE 'CARS STILL IN A LOT' TO WS-TL-LABEL.
004320     MOVE WS-CARS-STILL-IN TO WS-TL-COUNT.
004330     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
004340     MOVE 'CARS GIVEN NO SPACE' TO WS-TL-LABEL.
004350     MOVE WS-CARS-NO-SPACE TO WS-TL-COUNT.
004360     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
004370 4000-EXIT.
004380     EXIT.
004390
004400 4100-WRITE-LOT-SECTION.
004410     SET WS-LOT-IDX TO WS-LOT-SUB.
004420     MOVE WS-LOT-CODE (WS-LOT-IDX) TO WS-LH-CODE.
004430     MOVE WS-LOT-DESC (WS-LOT-IDX) TO WS-LH-DESC.
004440     MOVE WS-LOT-CAPACITY (WS-LOT-IDX) TO WS-LH-CAPACITY.
004450     IF WS-LOT-CAPACITY (WS-LOT-IDX) = 0
004460         MOVE 'NO LIMIT' TO WS-LH-SPACES-LABEL
004470     ELSE
004480         MOVE 'SPACES ' TO WS-LH-SPACES-LABEL
004490     END-IF.
004500     WRITE REPORT-LINE FROM WS-LOT-HEADING.
004510     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
004520     MOVE 0 TO WS-PEAK-CARS.
004530     MOVE 0 TO WS-PEAK-HOUR.
004540     PERFORM 4200-WRITE-HOUR-LINE THRU 4200-EXIT
004550         VARYING WS-HOUR-SUB FROM 1 BY 1
004560         UNTIL WS-HOUR-SUB > 24.
004570     MOVE 'CARS PARKED IN LOT' TO WS-TL-LABEL.
004580     MOVE WS-LOT-CARS (WS-LOT-IDX) TO WS-TL-COUNT.
004590     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
004600     MOVE 'SENT HERE AS OVERFLOW' TO WS-TL-LABEL.
004610     MOVE WS-LOT-OVERFLOW-IN (WS-LOT-IDX) TO WS-TL-COUNT.
004620     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
004630     MOVE 'MOST CARS IN LOT' TO WS-TL-LABEL.
004640     MOVE WS-PEAK-CARS TO WS-TL-COUNT.
004650     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
004660     IF WS-PEAK-CARS > 0
004670         COMPUTE WS-PL-HOUR = WS-PEAK-HOUR - 1
004680         WRITE REPORT-LINE FROM WS-PEAK-LINE
004690     END-IF.
004700 4100-EXIT.
004710     EXIT.
004720
004730 4200-WRITE-HOUR-LINE.
004740     COMPUTE WS-DL-HOUR = WS-HOUR-SUB - 1.
004750     MOVE WS-LOT-ARRIVED (WS-LOT-IDX WS-HOUR-SUB)
004760         TO WS-DL-ARRIVED.
004770     MOVE WS-LOT-LEFT (WS-LOT-IDX WS-HOUR-SUB) TO WS-DL-LEFT.
004780     MOVE WS-LOT-IN-LOT (WS-LOT-IDX WS-HOUR-SUB) TO WS-DL-IN-LOT.
004790     MOVE WS-LOT-CAPACITY (WS-LOT-IDX) TO WS-DL-CAPACITY.
004800     IF WS-LOT-CAPACITY (WS-LOT-IDX) = 0
004810         MOVE 0 TO WS-DL-PCT-FULL
004820     ELSE
004830         COMPUTE WS-DL-PCT-FULL ROUNDED =
004840             WS-LOT-IN-LOT (WS-LOT-IDX WS-HOUR-SUB) * 100
004850             / WS-LOT-CAPACITY (WS-LOT-IDX)
004860     END-IF.
004870     IF WS-LOT-IN-LOT (WS-LOT-IDX WS-HOUR-SUB) > WS-PEAK-CARS
004880         MOVE WS-LOT-IN-LOT (WS-LOT-IDX WS-HOUR-SUB)
004890             TO WS-PEAK-CARS
004900         MOVE WS-HOUR-SUB TO WS-PEAK-HOUR
004910     END-IF.
004920     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
004930 4200-EXIT.
004940     EXIT.
004950
004960 8000-PRINT-TRAILER.
004970     DISPLAY '-------------------------------------------'.
004980     DISPLAY 'Parking log records read . : ' WS-PARKLOG-READ.
004990     DISPLAY 'Departures read  . . . . . : ' WS-DEPARTURES-READ.
005000     DISPLAY 'Cars posted to a lot . . . : ' WS-CARS-PARKED.
005010     DISPLAY 'Cars never checked out . . : ' WS-CARS-STILL-IN.
005020     DISPLAY 'Cars given no space  . . . : ' WS-CARS-NO-SPACE.
005030     DISPLAY 'Cars with no arrival time  : ' WS-CARS-BAD-TIME.
005040     DISPLAY 'Cars over the lot ceiling  : ' WS-CARS-NOT-POSTED.
005050     DISPLAY 'Lots reported  . . . . . . : ' WS-LOT-COUNT.
005060     DISPLAY '-------------------------------------------'.
005070 8000-EXIT.
005080     EXIT.
005090
005100 9000-TERMINATE.
005110     CLOSE PARKING-LOG-IN.
005120     CLOSE DEPART-LOG-IN.
005130     CLOSE PARK-WORK.
005140     CLOSE REPORT-OUT.
005150     DISPLAY 'Parking report complete.'.
005160 9000-EXIT.
005170     EXIT.
