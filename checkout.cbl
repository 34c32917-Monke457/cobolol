000340*                 WITH THE BDGWORK WORK FILE SO AN EVENT DAY IS  *
000350*                 BOUNDED BY FILE SIZE AND NO BADGE GOES         *
000360*                 UNTRACKED WITH A REMAINDER WARNING.            *
000361* 10/15/26   JRM  TAKE THE BUSINESS DATE FROM THE BUSDATE        *
000362*                 CONTROL RECORD INSTEAD OF THE MACHINE CLOCK    *
000363*                 AND REFUSE TO RUN WHEN THE DAY IS NOT OPEN. A  *
000364*                 GREETLOG RECORD DATED FOR ANY OTHER DAY IS     *
000365*                 REFUSED.                                       *
000366* 10/15/26   JRM  WRITE A DEACTIVATION RECORD TO THE ACCSDEAC    *
000367*                 ACCESS-CONTROL INTERFACE FILE WHEN A BADGE     *
000368*                 COMES BACK, WHEN IT IS AGED TO LOST, AND WHEN  *
000369*                 A CONTPASS PASS EXPIRES (ANY EXPIRY SINCE THE  *
000370*                 PREVIOUS BUSINESS DAY, SO A WEEKEND EXPIRY IS  *
000371*                 NOT MISSED). THE BADGE WORK FILE NOW KEEPS THE *
000372*                 VISITOR ID, DESK AND HOST FOR THE FEED.        *
000373* 10/15/26   JRM  APPEND A RECORD TO THE BDGEVNT BADGE LEDGER    *
000374*                 FOR EVERY BADGE AGED TO LOST, WITH ITS ISSUE   *
000375*                 DATE, SO THE MONTHLY CHARGEBACK CAN TRACE AND  *
000376*                 BILL IT.                                       *
000377* 10/15/26   JRM  GIVE BACK THE PARKING SPACE OF EVERY VISITOR   *
000378*                 WHO CHECKS OUT: THE DAY'S PARKLOG SAYS WHICH   *
000379*                 LOT EACH BADGE HOLDER'S CAR WAS GIVEN, AND THE *
000380*                 SPACE IS RETURNED TO THAT LOT ON LOTMAST. A    *
000381*                 PASS HOLDER'S SPACE IS RETURNED TOO, THOUGH    *
000382*                 THE BADGE IS KEPT.                             *
000383* 10/15/26   JRM  GIVE BACK EVERY PARKING SPACE STILL HELD WHEN  *
000384*                 THE DAY CLOSES: A CAR WHOSE BADGE WAS NEVER    *
000385*                 CHECKED OUT (MISSED CHECK-OUT OR LOST BADGE),  *
000386*                 OR WHOSE PARKLOG RECORD MATCHES NO BADGE ON    *
000387*                 TODAY'S LOG, NO LONGER KEEPS ITS LOT FULL.     *
000370*------------------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS BW-BADGE-NO
000630         FILE STATUS IS WS-BW-STATUS.
000631     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000632         ORGANIZATION IS LINE SEQUENTIAL.
000633     SELECT ACCESS-DEACT ASSIGN TO "ACCSDEAC"
000634         ORGANIZATION IS LINE SEQUENTIAL.
000635     SELECT BADGE-EVENTS ASSIGN TO "BDGEVNT"
000636         ORGANIZATION IS LINE SEQUENTIAL.
000637     SELECT OPTIONAL PARKING-LOG-IN ASSIGN TO "PARKLOG"
000638         ORGANIZATION IS LINE SEQUENTIAL.
000639     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
000640         ORGANIZATION IS INDEXED
000641         ACCESS MODE IS RANDOM
000642         RECORD KEY IS LM-LOT-CODE
000643         FILE STATUS IS WS-LM-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
001090     05 BW-ARRIVAL-TIME PIC X(08).
001100     05 BW-OUT-SW PIC X(01).
001110        88 BW-CHECKED-OUT VALUE 'Y'.
001111     05 BW-VISITOR-ID PIC 9(08).
001112     05 BW-DESK-ID PIC X(02).
001113     05 BW-HOST-ID PIC X(06).
001114     05 BW-LOT PIC X(02).
001115
001116 FD  BUSINESS-DATE-FILE
001117     LABEL RECORDS ARE STANDARD.
001118 01  BUSINESS-DATE-RECORD.
001119     COPY BUSDATE.
001120
001121 FD  ACCESS-DEACT
001122     LABEL RECORDS ARE STANDARD.
001123 01  ACCESS-FEED-RECORD.
001124     COPY ACCSFEED.
001125
001126 FD  BADGE-EVENTS
001127     LABEL RECORDS ARE STANDARD.
001128 01  BADGE-EVENT-RECORD.
001129     COPY BDGEVENT.
001130
001131 FD  PARKING-LOG-IN
001132     LABEL RECORDS ARE STANDARD.
001133 01  PARKING-LOG-RECORD.
001134     COPY PARKLOG.
001135
001136 FD  LOT-MASTER
001137     LABEL RECORDS ARE STANDARD.
001138 01  LOT-MASTER-RECORD.
001139     COPY LOTMAST.
001120
001130 WORKING-STORAGE SECTION.
001140 01 WS-BM-STATUS PIC X(02) VALUE '00'.
001250 01 WS-PASS-BADGES-HELD PIC 9(05) VALUE 0.
001260 01 WS-PASS-LOOK-BADGE PIC 9(06).
001270 01 WS-CURRENT-DATE PIC 9(06).
001271 01 WS-CLOCK-DATE PIC 9(06).
001272 01 WS-PRIOR-BUSINESS-DATE PIC 9(06) VALUE 0.
001273 01 WS-CURRENT-TIME PIC 9(08).
001274 01 WS-TIMESTAMP.
001275     05 WS-TS-DATE PIC 9(06).
001276     05 WS-TS-TIME PIC 9(08).
001277 01 WS-DEACTIVATIONS-WRITTEN PIC 9(05) VALUE 0.
001278 01 WS-PASSES-EXPIRED PIC 9(05) VALUE 0.
001279 01 WS-LM-STATUS PIC X(02) VALUE '00'.
001280 01 WS-CARS-PARKED PIC 9(05) VALUE 0.
001281 01 WS-SPACES-RELEASED PIC 9(05) VALUE 0.
001282 01 WS-SPACES-CLOSED PIC 9(05) VALUE 0.
001280 01 WS-WORK-DATE.
001290     05 WS-WD-YY PIC 9(02).
001300     05 WS-WD-MM PIC 9(02).
001950        88 WS-PASS-FOUND VALUE 'Y'.
001960     05 WS-EOF-BDGWORK-SW PIC X(01) VALUE 'N'.
001970        88 WS-EOF-BDGWORK VALUE 'Y'.
001972     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
001974        88 WS-EOF-BUSDATE VALUE 'Y'.
001975     05 WS-EOF-PARKLOG-SW PIC X(01) VALUE 'N'.
001976        88 WS-EOF-PARKLOG VALUE 'Y'.
001977     05 WS-LM-OPEN-SW PIC X(01) VALUE 'N'.
001978        88 WS-LM-OPEN VALUE 'Y'.
001980
001990 PROCEDURE DIVISION.
002000 0000-MAIN-PROCEDURE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     PERFORM 2000-LOAD-BADGE-TABLE THRU 2000-EXIT
002030         UNTIL WS-EOF-LOG.
002032     PERFORM 2500-LOAD-PARKING-LOG THRU 2500-EXIT
002034         UNTIL WS-EOF-PARKLOG.
002040     PERFORM 3000-PROCESS-DEPARTURES THRU 3000-EXIT
002050         UNTIL WS-EOF-DEPART.
002060     PERFORM 3500-AGE-LOST-BADGES THRU 3500-EXIT.
002100     STOP RUN.
002110
002120 1000-INITIALIZE.
002122     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002130     OPEN OUTPUT BADGE-WORK.
002140     CLOSE BADGE-WORK.
002150     OPEN I-O BADGE-WORK.
002170     OPEN INPUT DEPARTURE-IN.
002180     OPEN OUTPUT DEPARTURE-LOG.
002190     OPEN OUTPUT STILL-IN-REPORT.
002192     OPEN OUTPUT ACCESS-DEACT.
002194     OPEN EXTEND BADGE-EVENTS.
002200     OPEN I-O BADGE-MASTER.
002210     IF WS-BM-STATUS = '00'
002220         MOVE 'Y' TO WS-BM-OPEN-SW
002260     END-IF.
002270     PERFORM 1100-READ-AGING-PARM THRU 1100-EXIT.
002280     PERFORM 1200-LOAD-PASSES THRU 1200-EXIT.
002282     OPEN INPUT PARKING-LOG-IN.
002284     PERFORM 1300-OPEN-LOT-MASTER THRU 1300-EXIT.
002290 1000-EXIT.
002291     EXIT.
002292
002293*------------------------------------------------------------------*
002294* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
002295* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
002296* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
002297* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
002298*------------------------------------------------------------------*
002299 1050-READ-BUSINESS-DATE.
002300     OPEN INPUT BUSINESS-DATE-FILE.
002301     READ BUSINESS-DATE-FILE
002302         AT END
002303             SET WS-EOF-BUSDATE TO TRUE
002304     END-READ.
002305     CLOSE BUSINESS-DATE-FILE.
002306     IF WS-EOF-BUSDATE
002307         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
002308             ' IS OPEN'
002309         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
002310             ' RESUBMIT.'
002311         MOVE 16 TO RETURN-CODE
002312         STOP RUN
002313     END-IF.
002314     IF NOT BD-DAY-OPEN
002315         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
002316             ' (STATUS ' BD-STATUS ')'
002317         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
002318         MOVE 16 TO RETURN-CODE
002319         STOP RUN
002320     END-IF.
002321     ACCEPT WS-CLOCK-DATE FROM DATE.
002322     IF BD-BUSINESS-DATE IS NOT NUMERIC
002323         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
002324         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
002325             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
002326         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
002327         MOVE 16 TO RETURN-CODE
002328         STOP RUN
002329     END-IF.
002330     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
002331     IF BD-PRIOR-DATE IS NUMERIC
002332         MOVE BD-PRIOR-DATE TO WS-PRIOR-BUSINESS-DATE
002333     END-IF.
002334 1050-EXIT.
002300     EXIT.
002310
002320 1100-READ-AGING-PARM.
002460     EXIT.
002470
002480 1200-LOAD-PASSES.
002500     OPEN INPUT CONTRACTOR-PASSES.
002510     PERFORM 1250-LOAD-ONE-PASS THRU 1250-EXIT
002520         UNTIL WS-EOF-PASS.
002620     END-READ.
002630     IF CT-NAME = SPACES
002640         GO TO 1250-EXIT
002641     END-IF.
002642*    A PASS THAT RAN OUT SINCE THE LAST BUSINESS DAY (TODAY WAS
002643*    ITS LAST DAY, OR IT LAPSED OVER A WEEKEND) IS SHUT OFF AT THE
002644*    DOORS ONCE, HERE.
002645     IF CT-EXPIRY-DATE NOT > WS-CURRENT-DATE
002646         AND CT-EXPIRY-DATE > WS-PRIOR-BUSINESS-DATE
002647         MOVE SPACES TO ACCESS-FEED-RECORD
002648         MOVE CT-BADGE-NO TO AF-BADGE-NO
002649         MOVE 0 TO AF-VISITOR-ID
002650         MOVE 'E' TO AF-REASON
002651         PERFORM 3700-WRITE-DEACTIVATION THRU 3700-EXIT
002652         ADD 1 TO WS-PASSES-EXPIRED
002650     END-IF.
002660*    ONLY AN ACTIVE PASS EXEMPTS ITS BADGE; AN EXPIRED ONE IS
002670*    LEFT OUT SO THE BADGE COMES DUE FOR RETURN AS USUAL.
002810 1250-EXIT.
002820     EXIT.
002830
002831 1300-OPEN-LOT-MASTER.
002832     OPEN I-O LOT-MASTER.
002833     IF WS-LM-STATUS = '00'
002834         MOVE 'Y' TO WS-LM-OPEN-SW
002835     ELSE
002836         DISPLAY 'LOTMAST NOT AVAILABLE (STATUS ' WS-LM-STATUS
002837             ') - PARKING SPACES NOT RETURNED'
002838     END-IF.
002839 1300-EXIT.
002840     EXIT.
002841
002840 2000-LOAD-BADGE-TABLE.
002850     READ GREETING-LOG-IN
002860         AT END
002870             SET WS-EOF-LOG TO TRUE
002880             GO TO 2000-EXIT
002890     END-READ.
002891     IF GL-TS-DATE IS NUMERIC
002892         AND GL-TS-DATE NOT = WS-CURRENT-DATE
002893         DISPLAY 'GREETLOG RECORD ' GL-SEQ-NO ' IS DATED '
002894             GL-TS-DATE ', NOT BUSINESS DATE ' WS-CURRENT-DATE
002895         DISPLAY 'ABENDING - GREETLOG BELONGS TO A DIFFERENT DAY.'
002896         MOVE 16 TO RETURN-CODE
002897         STOP RUN
002898     END-IF.
002900     IF GL-BADGE-NO NOT = 0
002910         MOVE GL-BADGE-NO TO BW-BADGE-NO
002920         MOVE GL-NAME TO BW-NAME
002930         MOVE GL-COMPANY TO BW-COMPANY
002940         MOVE GL-ARRIVAL-TIME TO BW-ARRIVAL-TIME
002942         MOVE GL-VISITOR-ID TO BW-VISITOR-ID
002944         MOVE GL-DESK-ID TO BW-DESK-ID
002946         MOVE GL-HOST-ID TO BW-HOST-ID
002948         MOVE SPACES TO BW-LOT
002950         MOVE 'N' TO BW-OUT-SW
002960         WRITE BADGE-WORK-RECORD
002970             INVALID KEY
003010         END-WRITE
003020     END-IF.
003030 2000-EXIT.
003031     EXIT.
003032
003033*------------------------------------------------------------------*
003034* TAGS EACH BADGE WHOSE HOLDER CAME BY CAR WITH THE LOT THE CAR    *
003035* WAS GIVEN, SO THE CHECK-OUT CAN HAND THE SPACE BACK. A CAR THAT  *
003036* GOT NO SPACE HAS NOTHING TO RETURN. A SPACE THAT CANNOT BE TIED  *
003037* TO A BADGE ON TODAY'S LOG (OR A SECOND CAR ON ONE BADGE) IS      *
003038* GIVEN BACK STRAIGHT AWAY, SINCE NO CHECK-OUT WILL EVER FIND IT.  *
003039*------------------------------------------------------------------*
003040 2500-LOAD-PARKING-LOG.
003041     READ PARKING-LOG-IN
003042         AT END
003043             SET WS-EOF-PARKLOG TO TRUE
003044             GO TO 2500-EXIT
003045     END-READ.
003046     IF PK-PARK-DATE IS NUMERIC
003047         AND PK-PARK-DATE NOT = WS-CURRENT-DATE
003048         DISPLAY 'PARKLOG RECORD FOR ' PK-PLATE ' IS DATED '
003049             PK-PARK-DATE ', NOT BUSINESS DATE ' WS-CURRENT-DATE
003050         DISPLAY 'ABENDING - PARKLOG BELONGS TO A DIFFERENT DAY.'
003051         MOVE 16 TO RETURN-CODE
003052         STOP RUN
003053     END-IF.
003054     IF NOT PK-SPACE-HELD
003055         GO TO 2500-EXIT
003056     END-IF.
003057     ADD 1 TO WS-CARS-PARKED.
003058     MOVE PK-BADGE-NO TO BW-BADGE-NO.
003059     READ BADGE-WORK
003060         INVALID KEY
003061             MOVE PK-LOT TO LM-LOT-CODE
003062             PERFORM 3280-RELEASE-SPACE THRU 3280-EXIT
003063             ADD 1 TO WS-SPACES-CLOSED
003064             GO TO 2500-EXIT
003065     END-READ.
003066     IF BW-LOT NOT = SPACES
003067         MOVE PK-LOT TO LM-LOT-CODE
003068         PERFORM 3280-RELEASE-SPACE THRU 3280-EXIT
003069         ADD 1 TO WS-SPACES-CLOSED
003070         GO TO 2500-EXIT
003071     END-IF.
003072     MOVE PK-LOT TO BW-LOT.
003073     REWRITE BADGE-WORK-RECORD.
003074 2500-EXIT.
003040     EXIT.
003050
003060 3000-PROCESS-DEPARTURES.
003490     MOVE DP-DEPART-TIME TO DL-DEPART-TIME.
003500     PERFORM 3300-COMPUTE-DURATION THRU 3300-EXIT.
003510     MOVE WS-DURATION-MINS TO DL-DURATION-MINS.
003530     MOVE WS-CURRENT-DATE TO DL-DEPART-DATE.
003540     WRITE DEPARTURE-LOG-RECORD.
003542     IF BW-LOT NOT = SPACES
003543         MOVE BW-LOT TO LM-LOT-CODE
003544         PERFORM 3280-RELEASE-SPACE THRU 3280-EXIT
003546     END-IF.
003550     PERFORM 3250-RETURN-BADGE THRU 3250-EXIT.
003560 3200-EXIT.
003570     EXIT.
003580
003590 3250-RETURN-BADGE.
003630     MOVE DL-BADGE-NO TO WS-PASS-LOOK-BADGE.
003640     PERFORM 3270-CHECK-PASS-BADGE THRU 3270-EXIT.
003650     IF WS-PASS-FOUND
003660         ADD 1 TO WS-PASS-BADGES-HELD
003661         GO TO 3250-EXIT
003662     END-IF.
003663     MOVE SPACES TO ACCESS-FEED-RECORD.
003664     MOVE BW-BADGE-NO TO AF-BADGE-NO.
003665     MOVE BW-VISITOR-ID TO AF-VISITOR-ID.
003666     MOVE BW-DESK-ID TO AF-DESK-ID.
003667     MOVE BW-HOST-ID TO AF-HOST-ID.
003668     MOVE 'R' TO AF-REASON.
003669     PERFORM 3700-WRITE-DEACTIVATION THRU 3700-EXIT.
003670     IF NOT WS-BM-OPEN
003670         GO TO 3250-EXIT
003680     END-IF.
003690     MOVE DL-BADGE-NO TO BM-BADGE-NO.
003950 3270-EXIT.
003960     EXIT.
003970
003971*------------------------------------------------------------------*
003972* GIVES ONE SPACE BACK TO THE LOT THE CALLER HAS PUT IN            *
003973* LM-LOT-CODE.                                                     *
003974*------------------------------------------------------------------*
003975 3280-RELEASE-SPACE.
003976     IF NOT WS-LM-OPEN
003977         GO TO 3280-EXIT
003978     END-IF.
003979     READ LOT-MASTER
003980         INVALID KEY
003981             GO TO 3280-EXIT
003982     END-READ.
003983     IF LM-OCCUPIED > 0
003984         SUBTRACT 1 FROM LM-OCCUPIED
003985     END-IF.
003986     REWRITE LOT-MASTER-RECORD.
003987     ADD 1 TO WS-SPACES-RELEASED.
003988 3280-EXIT.
003989     EXIT.
003990
003980 3300-COMPUTE-DURATION.
003990     MOVE BW-ARRIVAL-TIME TO WS-ARRIVAL-TIME-R.
004000     MOVE DP-DEPART-TIME TO WS-DEPART-TIME-R.
004110     IF NOT WS-BM-OPEN OR WS-LOST-AFTER-DAYS = 0
004120         GO TO 3500-EXIT
004130     END-IF.
004150     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
004160     PERFORM 3600-DATE-TO-SERIAL THRU 3600-EXIT.
004170     COMPUTE WS-LOST-CUTOFF-SERIAL =
004530         MOVE 'L' TO BM-STATUS
004540         REWRITE BADGE-MASTER-RECORD
004550         ADD 1 TO WS-BADGES-MARKED-LOST
004551         MOVE SPACES TO ACCESS-FEED-RECORD
004552         MOVE BM-BADGE-NO TO AF-BADGE-NO
004553         MOVE 0 TO AF-VISITOR-ID
004554         MOVE 'L' TO AF-REASON
004555         PERFORM 3700-WRITE-DEACTIVATION THRU 3700-EXIT
004556         MOVE SPACES TO BADGE-EVENT-RECORD
004557         MOVE 'L' TO BE-EVENT
004558         MOVE WS-CURRENT-DATE TO BE-EVENT-DATE
004559         MOVE BM-BADGE-NO TO BE-BADGE-NO
004560         MOVE BM-DATE-ISSUED TO BE-DATE-ISSUED
004561         WRITE BADGE-EVENT-RECORD
004560         DISPLAY 'Badge ' BM-BADGE-NO ' issued to '
004570             BM-ISSUED-TO ' on ' BM-DATE-ISSUED
004580             ' marked lost'
004780 3600-EXIT.
004790     EXIT.
004800
004801*------------------------------------------------------------------*
004802* TELLS THE ACCESS-CONTROL SYSTEM TO STOP HONORING A BADGE NOW.   *
004803* THE CALLER FILLS IN THE BADGE, VISITOR, DESK, HOST AND REASON.   *
004804*------------------------------------------------------------------*
004805 3700-WRITE-DEACTIVATION.
004806     ACCEPT WS-CURRENT-TIME FROM TIME.
004807     MOVE WS-CURRENT-DATE TO WS-TS-DATE.
004808     MOVE WS-CURRENT-TIME TO WS-TS-TIME.
004809     MOVE 'D' TO AF-ACTION.
004810     MOVE WS-TIMESTAMP TO AF-VALID-UNTIL.
004811     MOVE WS-TIMESTAMP TO AF-EVENT-TS.
004812     WRITE ACCESS-FEED-RECORD.
004813     ADD 1 TO WS-DEACTIVATIONS-WRITTEN.
004814 3700-EXIT.
004815     EXIT.
004816
004817*------------------------------------------------------------------*
004818* LISTS EVERY BADGE WITH NO CHECK-OUT. THE DAY IS OVER, SO A CAR   *
004819* STILL BOOKED TO ONE OF THESE BADGES HAS ITS SPACE GIVEN BACK     *
004820* HERE; OTHERWISE A MISSED CHECK-OUT OR A LOST BADGE WOULD HOLD    *
004821* THE SPACE FOR GOOD AND THE LOT WOULD DRIFT TOWARD FULL.          *
004822*------------------------------------------------------------------*
004810 4000-WRITE-STILL-IN-REPORT.
004820     WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
004830     WRITE REPORT-LINE FROM WS-HEADING-LINE-2.
005060         MOVE BW-COMPANY TO WS-DTL-COMPANY
005070         MOVE BW-ARRIVAL-TIME TO WS-DTL-ARRIVAL
005080         WRITE REPORT-LINE FROM WS-DETAIL-LINE
005081         IF BW-LOT NOT = SPACES
005082             MOVE BW-LOT TO LM-LOT-CODE
005083             PERFORM 3280-RELEASE-SPACE THRU 3280-EXIT
005084             ADD 1 TO WS-SPACES-CLOSED
005085         END-IF
005090     END-IF.
005100 4100-EXIT.
005110     EXIT.
005240         WS-PASS-BADGES-HELD.
005250     DISPLAY 'Badges marked lost . . . . : '
005260         WS-BADGES-MARKED-LOST.
005261     DISPLAY 'Expired passes shut off  . : '
005262         WS-PASSES-EXPIRED.
005263     DISPLAY 'Access deactivations sent  : '
005264         WS-DEACTIVATIONS-WRITTEN.
005265     DISPLAY 'Cars with a parking space  : '
005266         WS-CARS-PARKED.
005267     DISPLAY 'Parking spaces released  . : '
005268         WS-SPACES-RELEASED.
005269     DISPLAY 'Spaces freed, no check-out : '
005270         WS-SPACES-CLOSED.
005270     DISPLAY 'Still in building  . . . . : ' WS-STILL-IN-COUNT.
005280     DISPLAY '-------------------------------------------'.
005290 8000-EXIT.
005340     CLOSE DEPARTURE-IN.
005350     CLOSE DEPARTURE-LOG.
005360     CLOSE STILL-IN-REPORT.
005362     CLOSE ACCESS-DEACT.
005364     CLOSE BADGE-EVENTS.
005365     CLOSE PARKING-LOG-IN.
005366     IF WS-LM-OPEN
005367         CLOSE LOT-MASTER
005368     END-IF.
005370     CLOSE BADGE-WORK.
005380     IF WS-BM-OPEN
005390         CLOSE BADGE-MASTER
