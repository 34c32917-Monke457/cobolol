000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PLATELST.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. ON-DEMAND PLATE-TO-VISITOR      *
000120*                 LIST FOR SECURITY, SAFE TO RUN AT ANY TIME OF    *
000130*                 THE DAY LIKE MUSTER: READS THE CURRENT PARKLOG   *
000140*                 PLUS WHATEVER DEPARTURES HAVE BEEN KEYED SO FAR  *
000150*                 AND PRINTS EVERY VISITOR CAR IN PLATE ORDER WITH *
000160*                 ITS LOT, THE DRIVER, BADGE, ARRIVAL TIME, THE    *
000170*                 HOST'S NAME FROM EMPMAST AND WHETHER THE DRIVER  *
000180*                 IS STILL ON SITE. AN OPTIONAL PLTPRM CARD NAMES  *
000190*                 ONE PLATE TO LOOK UP. EVERY FILE IS READ-ONLY,   *
000192*                 SO A BUSINESS DAY ALREADY CLOSED IS STILL        *
000194*                 LISTED, WITH A WARNING, OVERNIGHT AND AT THE     *
000196*                 WEEKEND.                                         *
000200*------------------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PARKING-LOG-IN ASSIGN TO "PARKLOG"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT OPTIONAL DEPARTURE-IN ASSIGN TO "DEPARTIN"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT OPTIONAL PLATE-PARM ASSIGN TO "PLTPRM"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS EP-ID
000350         FILE STATUS IS WS-EP-STATUS.
000360     SELECT PLATE-REPORT ASSIGN TO "PLATELST"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT DEPART-WORK ASSIGN TO "PLTDEPW"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS DW-BADGE-NO
000420         FILE STATUS IS WS-DW-STATUS.
000430     SELECT PLATE-WORK ASSIGN TO "PLTWORK"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PT-KEY
000470         FILE STATUS IS WS-PT-STATUS.
000480     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PARKING-LOG-IN
000540     LABEL RECORDS ARE STANDARD.
000550 01  PARKING-LOG-RECORD.
000560     COPY PARKLOG.
000570
000580 FD  DEPARTURE-IN
000590     LABEL RECORDS ARE STANDARD.
000600 01  DEPARTURE-IN-RECORD.
000610     05 DP-BADGE-NO PIC 9(06).
000620     05 FILLER PIC X(01).
000630     05 DP-DEPART-TIME PIC X(08).
000640
000650 FD  PLATE-PARM
000660     LABEL RECORDS ARE STANDARD.
000670 01  PLATE-PARM-RECORD.
000680     05 PQ-PLATE PIC X(10).
000690
000700 FD  EMPLOYEE-MASTER
000710     LABEL RECORDS ARE STANDARD.
000720 01  EMPLOYEE-MASTER-RECORD.
000730     COPY EMPMAST.
000740
000750 FD  PLATE-REPORT
000760     LABEL RECORDS ARE STANDARD.
000770 01  REPORT-LINE PIC X(80).
000780
000790 FD  DEPART-WORK
000800     LABEL RECORDS ARE STANDARD.
000810 01  DEPART-WORK-RECORD.
000820     05 DW-BADGE-NO PIC 9(06).
000830     05 DW-DEPART-TIME PIC X(08).
000840
000850 FD  PLATE-WORK
000860     LABEL RECORDS ARE STANDARD.
000870 01  PLATE-WORK-RECORD.
000880     05 PT-KEY.
000890        10 PT-PLATE PIC X(10).
000900        10 PT-BADGE-NO PIC 9(06).
000910     05 PT-LOT PIC X(02).
000920     05 PT-NAME PIC X(20).
000930     05 PT-ARRIVAL-TIME PIC X(08).
000940     05 PT-HOST-ID PIC X(06).
000950     05 PT-OUT-SW PIC X(01).
000960        88 PT-DEPARTED VALUE 'Y'.
000970
000980 FD  BUSINESS-DATE-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  BUSINESS-DATE-RECORD.
001010     COPY BUSDATE.
001020
001030 WORKING-STORAGE SECTION.
001040 01 WS-EP-STATUS PIC X(02) VALUE '00'.
001050 01 WS-DW-STATUS PIC X(02) VALUE '00'.
001060 01 WS-PT-STATUS PIC X(02) VALUE '00'.
001070 01 WS-WANTED-PLATE PIC X(10) VALUE SPACES.
001080 01 WS-UPPER-ALPHABET PIC X(26) VALUE
001090     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001100 01 WS-LOWER-ALPHABET PIC X(26) VALUE
001110     'abcdefghijklmnopqrstuvwxyz'.
001120 01 WS-HOST-NAME PIC X(20).
001130 01 WS-DEPARTURES-READ PIC 9(05) VALUE 0.
001140 01 WS-PARKLOG-READ PIC 9(05) VALUE 0.
001150 01 WS-VEHICLES-LISTED PIC 9(05) VALUE 0.
001160 01 WS-VEHICLES-ON-SITE PIC 9(05) VALUE 0.
001170 01 WS-VEHICLES-DEPARTED PIC 9(05) VALUE 0.
001180 01 WS-CURRENT-DATE PIC 9(06).
001190 01 WS-CLOCK-DATE PIC 9(06).
001200 01 WS-CURRENT-TIME PIC 9(08).
001210 01 WS-HEADING-LINE-1.
001220     05 FILLER PIC X(80) VALUE
001230         'VISITOR VEHICLES BY PLATE'.
001240 01 WS-ASOF-LINE.
001250     05 FILLER PIC X(06) VALUE 'AS OF '.
001260     05 WS-AO-DATE PIC 9(06).
001270     05 FILLER PIC X(01) VALUE SPACES.
001280     05 WS-AO-TIME PIC 9(08).
001290     05 FILLER PIC X(59) VALUE SPACES.
001300 01 WS-PLATE-SELECTED-LINE.
001310     05 FILLER PIC X(16) VALUE 'PLATE SELECTED: '.
001320     05 WS-PS-PLATE PIC X(10).
001330     05 FILLER PIC X(54) VALUE SPACES.
001340 01 WS-COLUMN-HEADING.
001350     05 FILLER PIC X(11) VALUE 'PLATE'.
001360     05 FILLER PIC X(03) VALUE 'LT'.
001370     05 FILLER PIC X(21) VALUE 'NAME'.
001380     05 FILLER PIC X(07) VALUE 'BADGE'.
001390     05 FILLER PIC X(09) VALUE 'ARRIVED'.
001400     05 FILLER PIC X(21) VALUE 'HOST'.
001410     05 FILLER PIC X(08) VALUE 'STATUS'.
001420 01 WS-DETAIL-LINE.
001430     05 WS-DTL-PLATE PIC X(10).
001440     05 FILLER PIC X(01) VALUE SPACES.
001450     05 WS-DTL-LOT PIC X(02).
001460     05 FILLER PIC X(01) VALUE SPACES.
001470     05 WS-DTL-NAME PIC X(20).
001480     05 FILLER PIC X(01) VALUE SPACES.
001490     05 WS-DTL-BADGE-NO PIC 9(06).
001500     05 FILLER PIC X(01) VALUE SPACES.
001510     05 WS-DTL-ARRIVAL PIC X(08).
001520     05 FILLER PIC X(01) VALUE SPACES.
001530     05 WS-DTL-HOST PIC X(20).
001540     05 FILLER PIC X(01) VALUE SPACES.
001550     05 WS-DTL-STATUS PIC X(08).
001560 01 WS-TOTAL-LINE.
001570     05 WS-TL-LABEL PIC X(25).
001580     05 WS-TL-COUNT PIC ZZZZ9.
001590     05 FILLER PIC X(50) VALUE SPACES.
001600 01 WS-SWITCHES.
001610     05 WS-EOF-PARKLOG-SW PIC X(01) VALUE 'N'.
001620        88 WS-EOF-PARKLOG VALUE 'Y'.
001630     05 WS-EOF-DEPART-SW PIC X(01) VALUE 'N'.
001640        88 WS-EOF-DEPART VALUE 'Y'.
001650     05 WS-EOF-PARM-SW PIC X(01) VALUE 'N'.
001660        88 WS-EOF-PARM VALUE 'Y'.
001670     05 WS-EM-OPEN-SW PIC X(01) VALUE 'N'.
001680        88 WS-EM-OPEN VALUE 'Y'.
001690     05 WS-HOST-FOUND-SW PIC X(01) VALUE 'N'.
001700        88 WS-HOST-FOUND VALUE 'Y'.
001710     05 WS-EOF-PLTWORK-SW PIC X(01) VALUE 'N'.
001720        88 WS-EOF-PLTWORK VALUE 'Y'.
001730     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
001740        88 WS-EOF-BUSDATE VALUE 'Y'.
001750
001760 PROCEDURE DIVISION.
001770 0000-MAIN-PROCEDURE.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001790     PERFORM 2000-LOAD-DEPARTURES THRU 2000-EXIT
001800         UNTIL WS-EOF-DEPART.
001810     PERFORM 3000-LOAD-ONE-VEHICLE THRU 3000-EXIT
001820         UNTIL WS-EOF-PARKLOG.
001830     PERFORM 4000-WRITE-PLATE-LIST THRU 4000-EXIT.
001840     PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT.
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001860     STOP RUN.
001870
001880 1000-INITIALIZE.
001890     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001900     PERFORM 1200-READ-PARM THRU 1200-EXIT.
001910     OPEN OUTPUT DEPART-WORK.
001920     CLOSE DEPART-WORK.
001930     OPEN I-O DEPART-WORK.
001940     OPEN OUTPUT PLATE-WORK.
001950     CLOSE PLATE-WORK.
001960     OPEN I-O PLATE-WORK.
001970     OPEN INPUT PARKING-LOG-IN.
001980     OPEN INPUT DEPARTURE-IN.
001990     OPEN OUTPUT PLATE-REPORT.
002000     PERFORM 1100-OPEN-EMPLOYEE-MASTER THRU 1100-EXIT.
002010     ACCEPT WS-CURRENT-TIME FROM TIME.
002020     MOVE WS-CURRENT-DATE TO WS-AO-DATE.
002030     MOVE WS-CURRENT-TIME TO WS-AO-TIME.
002040 1000-EXIT.
002050     EXIT.
002060
002070*------------------------------------------------------------------*
002080* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
002082* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
002084* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN LISTS THE RIGHT     *
002086* DAY. THIS IS A READ-ONLY INQUIRY, SO A DAY ALREADY CLOSED IS     *
002088* STILL LISTED, WITH A WARNING, OVERNIGHT AND AT THE WEEKEND. A    *
002090* MISSING, UNREADABLE OR FUTURE-DATED DAY IS REFUSED.              *
002120*------------------------------------------------------------------*
002130 1050-READ-BUSINESS-DATE.
002140     OPEN INPUT BUSINESS-DATE-FILE.
002150     READ BUSINESS-DATE-FILE
002160         AT END
002170             SET WS-EOF-BUSDATE TO TRUE
002180     END-READ.
002190     CLOSE BUSINESS-DATE-FILE.
002200     IF WS-EOF-BUSDATE
002210         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
002220             ' IS OPEN'
002230         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
002240             ' RESUBMIT.'
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     IF BD-DAY-CLOSED
002282         DISPLAY '*** WARNING: BUSINESS DAY ' BD-BUSINESS-DATE
002284             ' IS ALREADY CLOSED ***'
002286     END-IF.
002288     IF NOT BD-DAY-OPEN AND NOT BD-DAY-CLOSED
002290         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
002292             ' OR CLOSED (STATUS ' BD-STATUS ')'
002294         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
002296         MOVE 16 TO RETURN-CODE
002298         STOP RUN
002300     END-IF.
002350     ACCEPT WS-CLOCK-DATE FROM DATE.
002360     IF BD-BUSINESS-DATE IS NOT NUMERIC
002370         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
002380         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
002390             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
002400         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
002450 1050-EXIT.
002460     EXIT.
002470
002480 1100-OPEN-EMPLOYEE-MASTER.
002490     OPEN INPUT EMPLOYEE-MASTER.
002500     IF WS-EP-STATUS = '00'
002510         MOVE 'Y' TO WS-EM-OPEN-SW
002520     ELSE
002530         DISPLAY '*** WARNING: EMPMAST NOT AVAILABLE (STATUS '
002540             WS-EP-STATUS ') - HOSTS WILL SHOW AS RAW IDS ***'
002550     END-IF.
002560 1100-EXIT.
002570     EXIT.
002580
002590*------------------------------------------------------------------*
002600* PLTPRM: ONE PLATE IN COLUMNS 1-10, MATCHED IN UPPER CASE. NO     *
002610* PARM, OR A BLANK ONE, LISTS EVERY VISITOR VEHICLE.               *
002620*------------------------------------------------------------------*
002630 1200-READ-PARM.
002640     OPEN INPUT PLATE-PARM.
002650     READ PLATE-PARM
002660         AT END
002670             SET WS-EOF-PARM TO TRUE
002680     END-READ.
002690     CLOSE PLATE-PARM.
002700     IF WS-EOF-PARM
002710         GO TO 1200-EXIT
002720     END-IF.
002730     MOVE PQ-PLATE TO WS-WANTED-PLATE.
002740     INSPECT WS-WANTED-PLATE
002750         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
002760 1200-EXIT.
002770     EXIT.
002780
002790 2000-LOAD-DEPARTURES.
002800     READ DEPARTURE-IN
002810         AT END
002820             SET WS-EOF-DEPART TO TRUE
002830             GO TO 2000-EXIT
002840     END-READ.
002850     ADD 1 TO WS-DEPARTURES-READ.
002860     MOVE DP-BADGE-NO TO DW-BADGE-NO.
002870     MOVE DP-DEPART-TIME TO DW-DEPART-TIME.
002880     WRITE DEPART-WORK-RECORD
002890         INVALID KEY
002900             CONTINUE
002910     END-WRITE.
002920 2000-EXIT.
002930     EXIT.
002940
002950 3000-LOAD-ONE-VEHICLE.
002960     READ PARKING-LOG-IN
002970         AT END
002980             SET WS-EOF-PARKLOG TO TRUE
002990             GO TO 3000-EXIT
003000     END-READ.
003010     IF PK-PARK-DATE IS NUMERIC
003020         AND PK-PARK-DATE NOT = WS-CURRENT-DATE
003030         DISPLAY 'PARKLOG RECORD FOR PLATE ' PK-PLATE
003040             ' IS DATED ' PK-PARK-DATE ', NOT BUSINESS DATE '
003050             WS-CURRENT-DATE
003060         DISPLAY 'ABENDING - PARKLOG BELONGS TO A DIFFERENT DAY.'
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100     ADD 1 TO WS-PARKLOG-READ.
003110     IF WS-WANTED-PLATE NOT = SPACES
003120         AND PK-PLATE NOT = WS-WANTED-PLATE
003130         GO TO 3000-EXIT
003140     END-IF.
003150     MOVE PK-PLATE TO PT-PLATE.
003160     MOVE PK-BADGE-NO TO PT-BADGE-NO.
003170     MOVE PK-LOT TO PT-LOT.
003180     MOVE PK-NAME TO PT-NAME.
003190     MOVE PK-ARRIVAL-TIME TO PT-ARRIVAL-TIME.
003200     MOVE PK-HOST-ID TO PT-HOST-ID.
003210     MOVE 'N' TO PT-OUT-SW.
003220     MOVE PK-BADGE-NO TO DW-BADGE-NO.
003230     READ DEPART-WORK
003240         INVALID KEY
003250             CONTINUE
003260         NOT INVALID KEY
003270             MOVE 'Y' TO PT-OUT-SW
003280     END-READ.
003290     WRITE PLATE-WORK-RECORD
003300         INVALID KEY
003310             GO TO 3000-EXIT
003320     END-WRITE.
003330 3000-EXIT.
003340     EXIT.
003350
003360 4000-WRITE-PLATE-LIST.
003370     WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
003380     WRITE REPORT-LINE FROM WS-ASOF-LINE.
003390     IF WS-WANTED-PLATE NOT = SPACES
003400         MOVE WS-WANTED-PLATE TO WS-PS-PLATE
003410         WRITE REPORT-LINE FROM WS-PLATE-SELECTED-LINE
003420     END-IF.
003430     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
003440     MOVE LOW-VALUES TO PT-KEY.
003450     START PLATE-WORK KEY > PT-KEY
003460         INVALID KEY
003470             SET WS-EOF-PLTWORK TO TRUE
003480     END-START.
003490     PERFORM 4200-WRITE-ONE-VEHICLE THRU 4200-EXIT
003500         UNTIL WS-EOF-PLTWORK.
003510     MOVE 'VEHICLES LISTED' TO WS-TL-LABEL.
003520     MOVE WS-VEHICLES-LISTED TO WS-TL-COUNT.
003530     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
003540     MOVE 'DRIVER STILL ON SITE' TO WS-TL-LABEL.
003550     MOVE WS-VEHICLES-ON-SITE TO WS-TL-COUNT.
003560     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
003570 4000-EXIT.
003580     EXIT.
003590
003600 4200-WRITE-ONE-VEHICLE.
003610     READ PLATE-WORK NEXT RECORD
003620         AT END
003630             SET WS-EOF-PLTWORK TO TRUE
003640             GO TO 4200-EXIT
003650     END-READ.
003660     PERFORM 4300-FIND-HOST-NAME THRU 4300-EXIT.
003670     MOVE PT-PLATE TO WS-DTL-PLATE.
003680     MOVE PT-LOT TO WS-DTL-LOT.
003690     MOVE PT-NAME TO WS-DTL-NAME.
003700     MOVE PT-BADGE-NO TO WS-DTL-BADGE-NO.
003710     MOVE PT-ARRIVAL-TIME TO WS-DTL-ARRIVAL.
003720     MOVE WS-HOST-NAME TO WS-DTL-HOST.
003730     IF PT-DEPARTED
003740         MOVE 'DEPARTED' TO WS-DTL-STATUS
003750         ADD 1 TO WS-VEHICLES-DEPARTED
003760     ELSE
003770         MOVE 'ON SITE' TO WS-DTL-STATUS
003780         ADD 1 TO WS-VEHICLES-ON-SITE
003790     END-IF.
003800     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
003810     ADD 1 TO WS-VEHICLES-LISTED.
003820 4200-EXIT.
003830     EXIT.
003840
003850 4300-FIND-HOST-NAME.
003860     MOVE 'N' TO WS-HOST-FOUND-SW.
003870     IF WS-EM-OPEN
003880         MOVE PT-HOST-ID TO EP-ID
003890         READ EMPLOYEE-MASTER
003900             INVALID KEY
003910                 CONTINUE
003920             NOT INVALID KEY
003930                 MOVE 'Y' TO WS-HOST-FOUND-SW
003940         END-READ
003950     END-IF.
003960     IF WS-HOST-FOUND
003970         MOVE EP-NAME TO WS-HOST-NAME
003980     ELSE
003990         MOVE SPACES TO WS-HOST-NAME
004000         STRING 'ID ' PT-HOST-ID
004010             DELIMITED BY SIZE INTO WS-HOST-NAME
004020     END-IF.
004030 4300-EXIT.
004040     EXIT.
004050
004060 8000-PRINT-TRAILER.
004070     DISPLAY '-------------------------------------------'.
004080     DISPLAY 'Parking log records read . : ' WS-PARKLOG-READ.
004090     DISPLAY 'Departures keyed so far  . : ' WS-DEPARTURES-READ.
004100     DISPLAY 'Vehicles listed  . . . . . : ' WS-VEHICLES-LISTED.
004110     DISPLAY 'Driver still on site . . . : ' WS-VEHICLES-ON-SITE.
004120     DISPLAY 'Driver departed  . . . . . : ' WS-VEHICLES-DEPARTED.
004130     DISPLAY '-------------------------------------------'.
004140 8000-EXIT.
004150     EXIT.
004160
004170 9000-TERMINATE.
004180     CLOSE PARKING-LOG-IN.
004190     CLOSE DEPARTURE-IN.
004200     CLOSE DEPART-WORK.
004210     CLOSE PLATE-WORK.
004220     IF WS-EM-OPEN
004230         CLOSE EMPLOYEE-MASTER
004240     END-IF.
004250     CLOSE PLATE-REPORT.
004260     DISPLAY 'Plate list complete.'.
004270 9000-EXIT.
004280     EXIT.
