001520*                 DENIED OR DUPLICATE CHECK-INS. EACH DESK RUNS  *
001530*                 ITS OWN COPY, SO THE FILE IS PER DESK LIKE     *
001540*                 THE PER-DESK GREETING LOGS.                    *
001541* 10/15/26   JRM  TAKE THE BUSINESS DATE FROM THE BUSDATE        *
001542*                 CONTROL RECORD INSTEAD OF THE MACHINE CLOCK    *
001543*                 AND REFUSE TO RUN WHEN THE DAY IS NOT OPEN.    *
001544*                 THE CHECKPOINT NOW CARRIES THE BUSINESS DATE,  *
001545*                 AND A RESTART FROM A DIFFERENT DAY'S           *
001546*                 CHECKPOINT IS REFUSED.                         *
001547* 10/15/26   JRM  WRITE AN ACTIVATION RECORD TO THE ACCSFEED     *
001548*                 ACCESS-CONTROL INTERFACE FILE FOR EVERY BADGE  *
001549*                 HANDED OUT (POOL OR FALLBACK ISSUE,            *
001550*                 PASS-HOLDER ADMISSION, GROUP MEMBER BADGES) SO *
001551*                 THE DOOR READERS HONOR THE BADGE UNTIL THE END *
001552*                 OF THE BUSINESS DAY, OR THE LAST DAY OF A      *
001553*                 CONTRACTOR PASS.                               *
001554* 10/15/26   JRM  HOLD A VISITOR WITHOUT A CURRENT SAFETY        *
001555*                 INDUCTION (AND A CONTPASS CONTRACTOR WITHOUT A *
001556*                 CURRENT NDA) AT A DESK WHOSE INDPRM PARM       *
001557*                 REQUIRES IT, CHECKED AGAINST THE INDUCT FILE   *
001558*                 BEFORE ANY BADGE IS ISSUED. A HELD VISITOR     *
001559*                 GETS NO BADGE, IS LOGGED WITH GL-DISP I, AND   *
001560*                 IS LISTED ON THE INDHOLD DESK REPORT.          *
001561* 10/15/26   JRM  TAKE A PARKING SPACE FOR A VISITOR WHO GIVES A *
001562*                 VEHICLE PLATE: IN THE LOT ASKED FOR (OR THE    *
001563*                 LOTMAST DEFAULT LOT), OR IN ITS OVERFLOW LOT   *
001564*                 WHEN IT IS FULL. EVERY CAR IS WRITTEN TO THE   *
001565*                 PER-DESK PARKLOG FOR CHECKOUT, PARKRPT AND     *
001566*                 PLATELST, THE LOT IS PRINTED ON THE BADGE      *
001567*                 LABEL, AND OVERFLOW AND NO-SPACE CARS ARE      *
001568*                 COUNTED ON THE TRAILER.                        *
001569* 10/15/26   JRM  READ THE EXPECTED LAYOUT FROM THE EXPECTED     *
001570*                 COPYBOOK, NOW THAT THE CALINTK CALENDAR INTAKE *
001571*                 BUILDS THE FILE SEVERAL DAYS AHEAD, AND LOAD   *
001572*                 ONLY THE GUESTS DATED FOR THE BUSINESS DAY (OR *
001573*                 UNDATED).                                      *
001574* 10/15/26   JRM  LOOK UP THE VISITOR'S COMPANY CODE, RESOLVED   *
001575*                 BY VEDIT, ON THE COMPMAST COMPANY MASTER. A    *
001576*                 CONTPASS HOLDER FROM A CONTRACTOR FIRM WHOSE   *
001577*                 INSURANCE OR APPROVED-SUPPLIER DATE HAS LAPSED *
001578*                 IS HELD (GL-DISP I, ITEM FIRM ON INDHOLD)      *
001579*                 INSTEAD OF BEING ADMITTED ON THE PASS, AND A   *
001580*                 CONTRACTOR FIRM'S VISITORS NOW NEED AN NDA     *
001581*                 WHERE INDPRM ASKS FOR ONE.                     *
001550*------------------------------------------------------------------*
001560
001570 ENVIRONMENT DIVISION.
002160         ORGANIZATION IS LINE SEQUENTIAL.
002170     SELECT LABEL-FILE ASSIGN TO "LABELS"
002180         ORGANIZATION IS LINE SEQUENTIAL.
002181     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
002182         ORGANIZATION IS LINE SEQUENTIAL.
002183     SELECT ACCESS-FEED ASSIGN TO "ACCSFEED"
002184         ORGANIZATION IS LINE SEQUENTIAL.
002185     SELECT INDUCTION-FILE ASSIGN TO "INDUCT"
002186         ORGANIZATION IS INDEXED
002187         ACCESS MODE IS RANDOM
002188         RECORD KEY IS IN-KEY
002189         FILE STATUS IS WS-IN-STATUS.
002190     SELECT OPTIONAL INDUCTION-PARM ASSIGN TO "INDPRM"
002191         ORGANIZATION IS LINE SEQUENTIAL.
002192     SELECT INDUCTION-HOLDS ASSIGN TO "INDHOLD"
002193         ORGANIZATION IS LINE SEQUENTIAL.
002194     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
002195         ORGANIZATION IS INDEXED
002196         ACCESS MODE IS DYNAMIC
002197         RECORD KEY IS LM-LOT-CODE
002198         FILE STATUS IS WS-LM-STATUS.
002199     SELECT PARKING-LOG ASSIGN TO "PARKLOG"
002200         ORGANIZATION IS LINE SEQUENTIAL.
002201     SELECT COMPANY-MASTER ASSIGN TO "COMPMAST"
002202         ORGANIZATION IS INDEXED
002203         ACCESS MODE IS RANDOM
002204         RECORD KEY IS CM-COMPANY-CODE
002205         FILE STATUS IS WS-CM-STATUS.
002190 
002200 DATA DIVISION.
002210 FILE SECTION.
002290     05 VI-DESK-ID PIC X(02).
002300     05 VI-REC-TYPE PIC X(01).
002310     05 VI-PARTY-SIZE PIC 9(03).
002312     05 VI-PLATE PIC X(10).
002314     05 VI-LOT PIC X(02).
002316     05 VI-COMPANY-CODE PIC X(06).
002320 
002330 FD  GREETING-LOG
002340     LABEL RECORDS ARE STANDARD.
002630     05 RS-GROUP-BADGE-COUNT PIC 9(05).
002640     05 FILLER PIC X(01).
002650     05 RS-LAST-VISITOR-ID PIC 9(08).
002651     05 FILLER PIC X(01).
002652     05 RS-BUSINESS-DATE PIC 9(06).
002653     05 FILLER PIC X(01).
002654     05 RS-HELD-COUNT PIC 9(05).
002655     05 FILLER PIC X(01).
002656     05 RS-VEHICLE-COUNT PIC 9(05).
002657     05 FILLER PIC X(01).
002658     05 RS-OVERFLOW-COUNT PIC 9(05).
002659     05 FILLER PIC X(01).
002660     05 RS-NO-SPACE-COUNT PIC 9(05).
002660 
002670 FD  VISITOR-MASTER
002680     LABEL RECORDS ARE STANDARD.
002820 FD  EXPECTED-VISITORS
002830     LABEL RECORDS ARE STANDARD.
002840 01  EXPECTED-VISITOR-RECORD.
002850     COPY EXPECTED.
002920
002930 FD  RECON-REPORT
002940     LABEL RECORDS ARE STANDARD.
003700     LABEL RECORDS ARE STANDARD.
003710 01  LABEL-LINE PIC X(40).
003720
003721 FD  BUSINESS-DATE-FILE
003722     LABEL RECORDS ARE STANDARD.
003723 01  BUSINESS-DATE-RECORD.
003724     COPY BUSDATE.
003725
003726 FD  ACCESS-FEED
003727     LABEL RECORDS ARE STANDARD.
003728 01  ACCESS-FEED-RECORD.
003729     COPY ACCSFEED.
003730
003731 FD  INDUCTION-FILE
003732     LABEL RECORDS ARE STANDARD.
003733 01  INDUCTION-RECORD.
003734     COPY INDUCT.
003735
003736 FD  INDUCTION-PARM
003737     LABEL RECORDS ARE STANDARD.
003738 01  INDUCTION-PARM-RECORD.
003739     05 IP-SAFETY-REQUIRED PIC X(01).
003740     05 FILLER PIC X(01).
003741     05 IP-CONTRACTOR-NDA PIC X(01).
003742
003743 FD  INDUCTION-HOLDS
003744     LABEL RECORDS ARE STANDARD.
003745 01  HOLD-LINE PIC X(80).
003746
003747 FD  LOT-MASTER
003748     LABEL RECORDS ARE STANDARD.
003749 01  LOT-MASTER-RECORD.
003750     COPY LOTMAST.
003751
003752 FD  PARKING-LOG
003753     LABEL RECORDS ARE STANDARD.
003754 01  PARKING-LOG-RECORD.
003755     COPY PARKLOG.
003756
003757 FD  COMPANY-MASTER
003758     LABEL RECORDS ARE STANDARD.
003759 01  COMPANY-MASTER-RECORD.
003760     COPY COMPMAST.
003761
003730 WORKING-STORAGE SECTION.
003740 01 WS-VISITOR-RECORD.
003750     COPY VISITREC.
004030 01 WS-MESSAGE PIC X(12).
004040 01 WS-CURRENT-DATE PIC 9(06).
004050 01 WS-CURRENT-TIME PIC 9(08).
004052 01 WS-CLOCK-DATE PIC 9(06).
004060 01 WS-TIMESTAMP.
004070     05 WS-TS-DATE PIC 9(06).
004080     05 WS-TS-TIME PIC 9(08).
004090 01 WS-VM-STATUS PIC X(02) VALUE '00'.
004100 01 WS-BM-STATUS PIC X(02) VALUE '00'.
004110 01 WS-AL-STATUS PIC X(02) VALUE '00'.
004111 01 WS-LM-STATUS PIC X(02) VALUE '00'.
004112 01 WS-CM-STATUS PIC X(02) VALUE '00'.
004113 01 WS-VEHICLE-COUNT PIC 9(05) VALUE 0.
004114 01 WS-OVERFLOW-COUNT PIC 9(05) VALUE 0.
004115 01 WS-NO-SPACE-COUNT PIC 9(05) VALUE 0.
004116 01 WS-DEFAULT-LOT PIC X(02) VALUE SPACES.
004117 01 WS-WANTED-LOT PIC X(02).
004118 01 WS-PARK-LOT PIC X(02).
004119 01 WS-PARK-DISP PIC X(01).
004120 01 WS-LAST-VISITOR-ID PIC 9(08) VALUE 0.
004130 01 WS-NEW-ID-COUNT PIC 9(05) VALUE 0.
004140 01 WS-NORM-NAME PIC X(20).
004150 01 WS-DISP PIC X(01) VALUE SPACE.
004160 01 WS-LABELS-WRITTEN PIC 9(05) VALUE 0.
004161 01 WS-ACCESS-UNTIL-DATE PIC 9(06).
004162 01 WS-ACCESS-END-OF-DAY PIC 9(08) VALUE 23595999.
004163 01 WS-ACCESS-REASON PIC X(01).
004164 01 WS-ACTIVATIONS-WRITTEN PIC 9(05) VALUE 0.
004165 01 WS-IN-STATUS PIC X(02) VALUE '00'.
004166 01 WS-HELD-COUNT PIC 9(05) VALUE 0.
004167 01 WS-IND-LOOK-TYPE PIC X(01).
004168 01 WS-HOLD-ITEM PIC X(06).
004169 01 WS-HOLD-STATUS PIC X(07).
004170 01 WS-HOLD-EXPIRY PIC 9(06).
004171 01 WS-HOLD-HEADING-1.
004172     05 FILLER PIC X(80) VALUE
004173         'VISITORS HELD - INDUCTION, NDA OR FIRM NOT CURRENT'.
004174 01 WS-HOLD-HEADING-2.
004175     05 FILLER PIC X(21) VALUE 'NAME'.
004176     05 FILLER PIC X(21) VALUE 'COMPANY'.
004177     05 FILLER PIC X(09) VALUE 'VISITOR'.
004178     05 FILLER PIC X(07) VALUE 'HOST'.
004179     05 FILLER PIC X(07) VALUE 'ITEM'.
004180     05 FILLER PIC X(08) VALUE 'STATUS'.
004181     05 FILLER PIC X(07) VALUE 'EXPIRED'.
004182 01 WS-HOLD-DETAIL-LINE.
004183     05 WS-HD-NAME PIC X(20).
004184     05 FILLER PIC X(01) VALUE SPACES.
004185     05 WS-HD-COMPANY PIC X(20).
004186     05 FILLER PIC X(01) VALUE SPACES.
004187     05 WS-HD-VISITOR-ID PIC 9(08).
004188     05 FILLER PIC X(01) VALUE SPACES.
004189     05 WS-HD-HOST-ID PIC X(06).
004190     05 FILLER PIC X(01) VALUE SPACES.
004191     05 WS-HD-ITEM PIC X(06).
004192     05 FILLER PIC X(01) VALUE SPACES.
004193     05 WS-HD-STATUS PIC X(07).
004194     05 FILLER PIC X(01) VALUE SPACES.
004195     05 WS-HD-EXPIRY PIC X(06).
004196     05 FILLER PIC X(01) VALUE SPACES.
004170 01 WS-LABEL-RULE-LINE PIC X(40) VALUE ALL '*'.
004180 01 WS-LABEL-NAME-LINE.
004190     05 FILLER PIC X(02) VALUE '* '.
004370 01 WS-LABEL-TEMP-LINE.
004380     05 FILLER PIC X(40) VALUE
004390         '* ** TEMPORARY NUMBER - NO REAL BADGE **'.
004391 01 WS-LABEL-PARK-LINE.
004392     05 FILLER PIC X(02) VALUE '* '.
004393     05 FILLER PIC X(09) VALUE 'PARK LOT '.
004394     05 WS-LB-LOT PIC X(02).
004395     05 FILLER PIC X(01) VALUE SPACES.
004396     05 WS-LB-PARK-NOTE PIC X(10).
004397     05 WS-LB-PLATE PIC X(10).
004398     05 FILLER PIC X(06) VALUE SPACES.
004400 01 WS-UPPER-ALPHABET PIC X(26) VALUE
004410     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
004420 01 WS-LOWER-ALPHABET PIC X(26) VALUE
005270        88 WS-DESK-VERIFIED VALUE 'Y'.
005280     05 WS-BADGE-ASSIGNED-SW PIC X(01) VALUE 'N'.
005290        88 WS-BADGE-ASSIGNED VALUE 'Y'.
005291     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
005292        88 WS-EOF-BUSDATE VALUE 'Y'.
005293     05 WS-IN-OPEN-SW PIC X(01) VALUE 'N'.
005294        88 WS-IN-OPEN VALUE 'Y'.
005295     05 WS-INDUCT-HOLD-SW PIC X(01) VALUE 'N'.
005296        88 WS-INDUCT-HOLD VALUE 'Y'.
005297     05 WS-SAFETY-REQUIRED-SW PIC X(01) VALUE 'N'.
005298        88 WS-SAFETY-REQUIRED VALUE 'Y'.
005299     05 WS-CONTRACTOR-NDA-SW PIC X(01) VALUE 'N'.
005300        88 WS-CONTRACTOR-NDA VALUE 'Y'.
005301     05 WS-EOF-INDPARM-SW PIC X(01) VALUE 'N'.
005302        88 WS-EOF-INDPARM VALUE 'Y'.
005303     05 WS-LM-OPEN-SW PIC X(01) VALUE 'N'.
005304        88 WS-LM-OPEN VALUE 'Y'.
005305     05 WS-LOT-FOUND-SW PIC X(01) VALUE 'N'.
005306        88 WS-LOT-FOUND VALUE 'Y'.
005307     05 WS-EOF-LOTMAST-SW PIC X(01) VALUE 'N'.
005308        88 WS-EOF-LOTMAST VALUE 'Y'.
005309     05 WS-VEHICLE-PARKED-SW PIC X(01) VALUE 'N'.
005310        88 WS-VEHICLE-PARKED VALUE 'Y'.
005311     05 WS-CM-OPEN-SW PIC X(01) VALUE 'N'.
005312        88 WS-CM-OPEN VALUE 'Y'.
005313     05 WS-CONTRACTOR-FIRM-SW PIC X(01) VALUE 'N'.
005314        88 WS-CONTRACTOR-FIRM VALUE 'Y'.
005315     05 WS-FIRM-LAPSED-SW PIC X(01) VALUE 'N'.
005316        88 WS-FIRM-LAPSED VALUE 'Y'.
005300 
005310 PROCEDURE DIVISION.
005320 0000-MAIN-PROCEDURE.
005360         UNTIL WS-I > WS-NUM OR WS-EOF-VISITOR-IN.
005370     PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT.
005380     PERFORM 8100-WRITE-RECON-REPORT THRU 8100-EXIT.
005382     PERFORM 8200-WRITE-HOLD-TOTAL THRU 8200-EXIT.
005390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005400     STOP RUN.
005410 
005420 1000-INITIALIZE.
005422     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
005430     PERFORM 1100-GET-VISITOR-COUNT THRU 1100-EXIT.
005440     PERFORM 1150-LOAD-EXPECTED THRU 1150-EXIT.
005450     PERFORM 1170-LOAD-DENYLIST THRU 1170-EXIT.
005540         OPEN EXTEND SECURITY-ALERTS
005550         OPEN EXTEND HOST-NOTIFY
005560         OPEN EXTEND LABEL-FILE
005562         OPEN EXTEND ACCESS-FEED
005564         OPEN EXTEND INDUCTION-HOLDS
005566         OPEN EXTEND PARKING-LOG
005570     ELSE
005580         OPEN OUTPUT GREETING-LOG
005590         OPEN OUTPUT SECURITY-ALERTS
005600         OPEN OUTPUT HOST-NOTIFY
005610         OPEN OUTPUT LABEL-FILE
005612         OPEN OUTPUT ACCESS-FEED
005614         OPEN OUTPUT INDUCTION-HOLDS
005615         OPEN OUTPUT PARKING-LOG
005616         WRITE HOLD-LINE FROM WS-HOLD-HEADING-1
005618         WRITE HOLD-LINE FROM WS-HOLD-HEADING-2
005620     END-IF.
005630     OPEN EXTEND RESTART-FILE.
005640     OPEN OUTPUT RECON-REPORT.
005660     PERFORM 1420-OPEN-ALIAS-FILE THRU 1420-EXIT.
005670     PERFORM 1430-READ-ID-CONTROL THRU 1430-EXIT.
005680     PERFORM 1450-OPEN-BADGE-MASTER THRU 1450-EXIT.
005682     PERFORM 1460-READ-INDUCTION-PARM THRU 1460-EXIT.
005684     PERFORM 1470-OPEN-INDUCTION-FILE THRU 1470-EXIT.
005686     PERFORM 1480-OPEN-LOT-MASTER THRU 1480-EXIT.
005688     PERFORM 1490-OPEN-COMPANY-MASTER THRU 1490-EXIT.
005690 1000-EXIT.
005691     EXIT.
005692
005693*------------------------------------------------------------------*
005694* "TODAY" IS THE BUSINESS DATE ON THE BUSDATE CONTROL RECORD THAT  *
005695* BDTCNTL OPENED FOR THE NIGHTLY STREAM, NOT THE MACHINE CLOCK, SO *
005696* A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN POSTS TO THE RIGHT  *
005697* DAY. A MISSING, CLOSED OR FUTURE-DATED DAY IS REFUSED.           *
005698*------------------------------------------------------------------*
005699 1050-READ-BUSINESS-DATE.
005700     OPEN INPUT BUSINESS-DATE-FILE.
005701     READ BUSINESS-DATE-FILE
005702         AT END
005703             SET WS-EOF-BUSDATE TO TRUE
005704     END-READ.
005705     CLOSE BUSINESS-DATE-FILE.
005706     IF WS-EOF-BUSDATE
005707         DISPLAY 'BUSDATE MISSING OR EMPTY - NO BUSINESS DAY'
005708             ' IS OPEN'
005709         DISPLAY 'ABENDING - OPEN THE DAY WITH BDTCNTL AND'
005710             ' RESUBMIT.'
005711         MOVE 16 TO RETURN-CODE
005712         STOP RUN
005713     END-IF.
005714     IF NOT BD-DAY-OPEN
005715         DISPLAY 'BUSINESS DAY ' BD-BUSINESS-DATE ' IS NOT OPEN'
005716             ' (STATUS ' BD-STATUS ')'
005717         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE POSTED TO.'
005718         MOVE 16 TO RETURN-CODE
005719         STOP RUN
005720     END-IF.
005721     ACCEPT WS-CLOCK-DATE FROM DATE.
005722     IF BD-BUSINESS-DATE IS NOT NUMERIC
005723         OR BD-BUSINESS-DATE > WS-CLOCK-DATE
005724         DISPLAY 'BUSDATE ' BD-BUSINESS-DATE ' IS NOT A VALID'
005725             ' DATE ON OR BEFORE THE SYSTEM DATE ' WS-CLOCK-DATE
005726         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
005727         MOVE 16 TO RETURN-CODE
005728         STOP RUN
005729     END-IF.
005730     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
005731 1050-EXIT.
005700     EXIT.
005710
005720 1100-GET-VISITOR-COUNT.
006150     IF EV-NAME = SPACES
006160         GO TO 1160-EXIT
006170     END-IF.
006171*    THE CALENDAR INTAKE WRITES SEVERAL DAYS AHEAD; ONLY TODAY'S
006172*    GUESTS (OR AN UNDATED HAND-KEYED ONE) ARE EXPECTED HERE.
006173     IF EV-EXPECT-DATE IS NUMERIC
006174         AND EV-EXPECT-DATE NOT = 0
006175         AND EV-EXPECT-DATE NOT = WS-CURRENT-DATE
006176         GO TO 1160-EXIT
006177     END-IF.
006180     ADD 1 TO WS-EXPECTED-COUNT.
006190     MOVE EV-NAME TO EW-NAME.
006200     MOVE EV-COMPANY TO EW-COMPANY.
006290     EXIT.
006300
006310 1170-LOAD-DENYLIST.
006330     OPEN OUTPUT DENY-WORK.
006340     OPEN INPUT DENYLIST-FILE.
006350     PERFORM 1180-LOAD-ONE-DENIED THRU 1180-EXIT
006700     EXIT.
006710
006720 1185-LOAD-PASSES.
006740     OPEN INPUT CONTRACTOR-PASSES.
006750     PERFORM 1186-LOAD-ONE-PASS THRU 1186-EXIT
006760         UNTIL WS-EOF-PASS.
007480             SET WS-EOF-RESTART TO TRUE
007490             GO TO 1210-EXIT
007500     END-READ.
007501     IF RS-BUSINESS-DATE IS NUMERIC
007502         AND RS-BUSINESS-DATE NOT = WS-CURRENT-DATE
007503         DISPLAY 'RESTART CHECKPOINT IS FOR ' RS-BUSINESS-DATE
007504             ' BUT THE BUSINESS DATE IS ' WS-CURRENT-DATE
007505         DISPLAY 'ABENDING - CLEAR THE CHECKPOINT OR OPEN THE'
007506             ' RIGHT DAY AND RESUBMIT.'
007507         MOVE 16 TO RETURN-CODE
007508         STOP RUN
007509     END-IF.
007510     ADD 1 TO RS-LAST-I GIVING WS-START-I.
007520     MOVE RS-LAST-BADGE-SEQ TO WS-BADGE-SEQ.
007530     MOVE RS-VISITORS-SEEN TO WS-VISITORS-SEEN.
007590     MOVE RS-GROUP-PARTY-COUNT TO WS-GROUP-PARTY-COUNT.
007600     MOVE RS-GROUP-BADGE-COUNT TO WS-GROUP-BADGE-COUNT.
007610     MOVE RS-LAST-VISITOR-ID TO WS-LAST-VISITOR-ID.
007611     IF RS-HELD-COUNT IS NUMERIC
007612         MOVE RS-HELD-COUNT TO WS-HELD-COUNT
007613     END-IF.
007614     IF RS-VEHICLE-COUNT IS NUMERIC
007615         MOVE RS-VEHICLE-COUNT TO WS-VEHICLE-COUNT
007616         MOVE RS-OVERFLOW-COUNT TO WS-OVERFLOW-COUNT
007617         MOVE RS-NO-SPACE-COUNT TO WS-NO-SPACE-COUNT
007618     END-IF.
007620     DISPLAY 'Resuming after checkpoint at visitor ' RS-LAST-I.
007630 1210-EXIT.
007640     EXIT.
009140 1450-EXIT.
009150     EXIT.
009160
009161 1460-READ-INDUCTION-PARM.
009162     OPEN INPUT INDUCTION-PARM.
009163     READ INDUCTION-PARM
009164         AT END
009165             SET WS-EOF-INDPARM TO TRUE
009166     END-READ.
009167     CLOSE INDUCTION-PARM.
009168     IF WS-EOF-INDPARM
009169         DISPLAY 'INDPRM MISSING OR EMPTY - NO INDUCTION OR NDA'
009170             ' CHECK AT THIS DESK'
009171         GO TO 1460-EXIT
009172     END-IF.
009173     IF IP-SAFETY-REQUIRED = 'Y'
009174         MOVE 'Y' TO WS-SAFETY-REQUIRED-SW
009175     END-IF.
009176     IF IP-CONTRACTOR-NDA = 'Y'
009177         MOVE 'Y' TO WS-CONTRACTOR-NDA-SW
009178     END-IF.
009179 1460-EXIT.
009180     EXIT.
009181
009182*------------------------------------------------------------------*
009183* INDUCT IS ONLY NEEDED WHEN THIS DESK CHECKS SOMETHING. IF IT     *
009184* CANNOT BE OPENED NOBODY CAN BE SHOWN TO BE INDUCTED, SO EVERY    *
009185* VISITOR THE DESK WOULD CHECK IS HELD RATHER THAN WAVED THROUGH.  *
009186*------------------------------------------------------------------*
009187 1470-OPEN-INDUCTION-FILE.
009188     IF NOT WS-SAFETY-REQUIRED AND NOT WS-CONTRACTOR-NDA
009189         GO TO 1470-EXIT
009190     END-IF.
009191     OPEN INPUT INDUCTION-FILE.
009192     IF WS-IN-STATUS = '00'
009193         MOVE 'Y' TO WS-IN-OPEN-SW
009194     ELSE
009195         DISPLAY '*** WARNING: INDUCT NOT AVAILABLE (STATUS '
009196             WS-IN-STATUS ') - EVERY VISITOR NEEDING AN INDUCTION'
009197             ' OR NDA WILL BE HELD AT THE DESK ***'
009198     END-IF.
009199 1470-EXIT.
009200     EXIT.
009201
009202*------------------------------------------------------------------*
009203* LOTMAST IS ONLY NEEDED FOR VISITORS WHO COME BY CAR. WITHOUT IT  *
009204* EACH CAR IS STILL LOGGED ON PARKLOG, BUT WITH NO SPACE TAKEN.    *
009205* THE FIRST LOT FLAGGED AS THE DEFAULT TAKES A PLATE WITH NO LOT.  *
009206*------------------------------------------------------------------*
009207 1480-OPEN-LOT-MASTER.
009208     OPEN I-O LOT-MASTER.
009209     IF WS-LM-STATUS NOT = '00'
009210         DISPLAY '*** WARNING: LOTMAST NOT AVAILABLE (STATUS '
009211             WS-LM-STATUS ') - CARS WILL BE LOGGED WITHOUT A'
009212             ' PARKING SPACE ***'
009213         GO TO 1480-EXIT
009214     END-IF.
009215     MOVE 'Y' TO WS-LM-OPEN-SW.
009216     MOVE LOW-VALUES TO LM-LOT-CODE.
009217     START LOT-MASTER KEY > LM-LOT-CODE
009218         INVALID KEY
009219             SET WS-EOF-LOTMAST TO TRUE
009220     END-START.
009221     PERFORM 1485-FIND-DEFAULT-LOT THRU 1485-EXIT
009222         UNTIL WS-EOF-LOTMAST OR WS-DEFAULT-LOT NOT = SPACES.
009223     IF WS-DEFAULT-LOT = SPACES
009224         DISPLAY 'NO DEFAULT LOT ON LOTMAST - A CAR WITH NO LOT'
009225             ' GIVEN GETS NO SPACE'
009226     END-IF.
009227 1480-EXIT.
009228     EXIT.
009229
009230 1485-FIND-DEFAULT-LOT.
009231     READ LOT-MASTER NEXT RECORD
009232         AT END
009233             SET WS-EOF-LOTMAST TO TRUE
009234             GO TO 1485-EXIT
009235     END-READ.
009236     IF LM-DEFAULT-LOT
009237         MOVE LM-LOT-CODE TO WS-DEFAULT-LOT
009238     END-IF.
009239 1485-EXIT.
009240     EXIT.
009241
009242*------------------------------------------------------------------*
009243* WITHOUT COMPMAST NO FIRM CAN BE SHOWN TO BE A CONTRACTOR, SO     *
009244* PASSES ARE HONORED AND NDAS ASKED OF CONTPASS HOLDERS AS BEFORE. *
009245*------------------------------------------------------------------*
009246 1490-OPEN-COMPANY-MASTER.
009247     OPEN INPUT COMPANY-MASTER.
009248     IF WS-CM-STATUS = '00'
009249         MOVE 'Y' TO WS-CM-OPEN-SW
009250     ELSE
009251         DISPLAY '*** WARNING: COMPMAST NOT AVAILABLE (STATUS '
009252             WS-CM-STATUS ') - CONTRACTOR FIRMS WILL NOT BE'
009253             ' CHECKED ***'
009254     END-IF.
009255 1490-EXIT.
009256     EXIT.
009257
009170 3000-PROCESS-VISITORS.
009180     READ VISITOR-IN
009190         AT END
009310     ELSE
009320         MOVE 0 TO VR-PARTY-SIZE
009330     END-IF.
009332     MOVE VI-PLATE TO VR-PLATE.
009334     MOVE VI-LOT TO VR-LOT.
009336     MOVE VI-COMPANY-CODE TO VR-COMPANY-CODE.
009340     MOVE 0 TO WS-GROUP-ID.
009350     IF NOT WS-DESK-VERIFIED
009360         PERFORM 3050-VERIFY-RESTART-DESK THRU 3050-EXIT
009570             DISPLAY WS-I ': ' VR-NAME
009580                 ' not admitted - security alert raised'
009590         ELSE
009591             PERFORM 3380-CHECK-PASS THRU 3380-EXIT
009592             PERFORM 3370-CHECK-INDUCTION THRU 3370-EXIT
009593             IF WS-INDUCT-HOLD
009594                 ADD 1 TO WS-HELD-COUNT
009595                 MOVE 'I' TO WS-DISP
009596                 MOVE 0 TO VR-BADGE-NO
009597                 MOVE SPACES TO VR-ARRIVAL-TIME
009598                 PERFORM 3375-WRITE-HOLD-LINE THRU 3375-EXIT
009599                 DISPLAY WS-I ': ' VR-NAME ' held - '
009600                     WS-HOLD-ITEM ' ' WS-HOLD-STATUS
009601             ELSE
009600                 PERFORM 3300-REMEMBER-VISITOR THRU 3300-EXIT
009620                 IF WS-PASS-FOUND
009630                     PERFORM 3390-ADMIT-PASS-HOLDER THRU 3390-EXIT
009640                 ELSE
009650                     IF VR-GROUP-RECORD AND VR-PARTY-SIZE > 1
009660                         ADD 1 TO WS-GROUP-SEQ
009670                         MOVE WS-GROUP-SEQ TO WS-GROUP-ID
009680                         ADD 1 TO WS-GROUP-PARTY-COUNT
009690                         ADD 1 TO WS-GROUP-BADGE-COUNT
009700                     END-IF
009710                     PERFORM 3400-ISSUE-BADGE THRU 3400-EXIT
009720                 END-IF
009730                 PERFORM 3600-UPDATE-MASTER THRU 3600-EXIT
009740                 PERFORM 3700-NOTIFY-HOST THRU 3700-EXIT
009742                 IF VR-PLATE NOT = SPACES
009744                     PERFORM 3760-PARK-VEHICLE THRU 3760-EXIT
009746                 END-IF
009750                 PERFORM 3750-WRITE-LABEL THRU 3750-EXIT
009752                 MOVE 'N' TO WS-VEHICLE-PARKED-SW
009760                 IF WS-REG-FLAG = 'W'
009770                     PERFORM 3270-RECORD-WALK-IN THRU 3270-EXIT
009780                 END-IF
009790                 DISPLAY WS-I ': ' WS-MESSAGE ' ' VR-NAME ' - '
009800                     VR-COMPANY ' badge ' VR-BADGE-NO
009802             END-IF
009810         END-IF
009820     END-IF.
009830     PERFORM 3100-WRITE-GREETING-LOG THRU 3100-EXIT.
010040
010050 3100-WRITE-GREETING-LOG.
010060     MOVE SPACES TO GREETING-LOG-RECORD.
010080     ACCEPT WS-CURRENT-TIME FROM TIME.
010090     MOVE WS-CURRENT-DATE TO WS-TS-DATE.
010100     MOVE WS-CURRENT-TIME TO WS-TS-TIME.
011380
011390 3360-WRITE-SECURITY-ALERT.
011400     MOVE SPACES TO SECURITY-ALERT-RECORD.
011420     ACCEPT WS-CURRENT-TIME FROM TIME.
011430     MOVE WS-CURRENT-DATE TO WS-TS-DATE.
011440     MOVE WS-CURRENT-TIME TO WS-TS-TIME.
011470     MOVE WS-DENY-REASON TO SA-REASON.
011480     WRITE SECURITY-ALERT-RECORD.
011490 3360-EXIT.
011491     EXIT.
011492
011493*------------------------------------------------------------------*
011494* A FIRM FLAGGED AS A CONTRACTOR ON COMPMAST IS LAPSED WHEN ITS    *
011495* COMPLIANCE DATE, THE LAST GOOD DAY, IS BEHIND US (ZERO NEVER     *
011496* LAPSES). A VISITOR WITH NO COMPANY CODE BELONGS TO NO FIRM.      *
011497*------------------------------------------------------------------*
011498 3365-LOOK-UP-COMPANY.
011499     MOVE 'N' TO WS-CONTRACTOR-FIRM-SW.
011500     MOVE 'N' TO WS-FIRM-LAPSED-SW.
011501     IF VR-COMPANY-CODE = SPACES OR NOT WS-CM-OPEN
011502         GO TO 3365-EXIT
011503     END-IF.
011504     MOVE VR-COMPANY-CODE TO CM-COMPANY-CODE.
011505     READ COMPANY-MASTER
011506         INVALID KEY
011507             GO TO 3365-EXIT
011508     END-READ.
011509     IF NOT CM-CONTRACTOR
011510         GO TO 3365-EXIT
011511     END-IF.
011512     MOVE 'Y' TO WS-CONTRACTOR-FIRM-SW.
011513     IF CM-COMPLY-DATE NOT = 0
011514         AND CM-COMPLY-DATE < WS-CURRENT-DATE
011515         MOVE 'Y' TO WS-FIRM-LAPSED-SW
011516     END-IF.
011517 3365-EXIT.
011518     EXIT.
011519
011520*------------------------------------------------------------------*
011521* BEFORE ANY OTHER CHECK, A CONTPASS HOLDER FROM A CONTRACTOR FIRM *
011522* WHOSE COMPLIANCE DATE HAS LAPSED IS HELD AT EVERY DESK. A DESK   *
011523* WHOSE INDPRM ASKS FOR IT HOLDS ANY VISITOR WITHOUT A CURRENT     *
011524* SAFETY INDUCTION ON INDUCT, AND ANY CONTRACTOR (A CONTPASS       *
011525* HOLDER OR A VISITOR FROM A FIRM FLAGGED AS A CONTRACTOR ON       *
011526* COMPMAST) WITHOUT A CURRENT NDA. THE FIRST ITEM MISSING OR       *
011527* LAPSED IS THE ONE REPORTED.                                      *
011528*------------------------------------------------------------------*
011529 3370-CHECK-INDUCTION.
011530     MOVE 'N' TO WS-INDUCT-HOLD-SW.
011531     PERFORM 3365-LOOK-UP-COMPANY THRU 3365-EXIT.
011532     IF WS-PASS-FOUND AND WS-FIRM-LAPSED
011533         MOVE 'Y' TO WS-INDUCT-HOLD-SW
011534         MOVE 'FIRM' TO WS-HOLD-ITEM
011535         MOVE 'LAPSED' TO WS-HOLD-STATUS
011536         MOVE CM-COMPLY-DATE TO WS-HOLD-EXPIRY
011537         GO TO 3370-EXIT
011538     END-IF.
011539     IF WS-SAFETY-REQUIRED
011540         MOVE 'S' TO WS-IND-LOOK-TYPE
011541         MOVE 'SAFETY' TO WS-HOLD-ITEM
011542         PERFORM 3372-LOOK-UP-INDUCTION THRU 3372-EXIT
011543     END-IF.
011544     IF WS-INDUCT-HOLD
011545         GO TO 3370-EXIT
011546     END-IF.
011547     IF WS-CONTRACTOR-NDA
011548         AND (WS-PASS-FOUND OR WS-CONTRACTOR-FIRM)
011549         MOVE 'N' TO WS-IND-LOOK-TYPE
011550         MOVE 'NDA' TO WS-HOLD-ITEM
011551         PERFORM 3372-LOOK-UP-INDUCTION THRU 3372-EXIT
011552     END-IF.
011553 3370-EXIT.
011554     EXIT.
011555
011556 3372-LOOK-UP-INDUCTION.
011557     MOVE 0 TO WS-HOLD-EXPIRY.
011558     IF NOT WS-IN-OPEN
011559         MOVE 'Y' TO WS-INDUCT-HOLD-SW
011560         MOVE 'MISSING' TO WS-HOLD-STATUS
011561         GO TO 3372-EXIT
011562     END-IF.
011563     MOVE VR-VISITOR-ID TO IN-VISITOR-ID.
011564     MOVE WS-IND-LOOK-TYPE TO IN-TYPE.
011565     READ INDUCTION-FILE
011566         INVALID KEY
011567             MOVE 'Y' TO WS-INDUCT-HOLD-SW
011568             MOVE 'MISSING' TO WS-HOLD-STATUS
011569             GO TO 3372-EXIT
011570     END-READ.
011571*    THE EXPIRY IS THE LAST DAY THE ITEM IS GOOD FOR, LIKE A
011572*    CONTPASS EXPIRY; ZERO NEVER LAPSES.
011573     IF IN-EXPIRY-DATE NOT = 0
011574         AND IN-EXPIRY-DATE < WS-CURRENT-DATE
011575         MOVE 'Y' TO WS-INDUCT-HOLD-SW
011576         MOVE 'LAPSED' TO WS-HOLD-STATUS
011577         MOVE IN-EXPIRY-DATE TO WS-HOLD-EXPIRY
011578     END-IF.
011579 3372-EXIT.
011580     EXIT.
011581
011582 3375-WRITE-HOLD-LINE.
011583     MOVE VR-NAME TO WS-HD-NAME.
011584     MOVE VR-COMPANY TO WS-HD-COMPANY.
011585     MOVE VR-VISITOR-ID TO WS-HD-VISITOR-ID.
011586     MOVE VR-HOST-ID TO WS-HD-HOST-ID.
011587     MOVE WS-HOLD-ITEM TO WS-HD-ITEM.
011588     MOVE WS-HOLD-STATUS TO WS-HD-STATUS.
011589     IF WS-HOLD-EXPIRY = 0
011590         MOVE SPACES TO WS-HD-EXPIRY
011591     ELSE
011592         MOVE WS-HOLD-EXPIRY TO WS-HD-EXPIRY
011593     END-IF.
011594     WRITE HOLD-LINE FROM WS-HOLD-DETAIL-LINE.
011595 3375-EXIT.
011500     EXIT.
011510
011520 3380-CHECK-PASS.
011710     ADD 1 TO WS-PASS-ADMIT-COUNT.
011720     DISPLAY WS-I ': ' VR-NAME ' holds pass badge '
011730         VR-BADGE-NO ' until ' WS-PAS-EXPIRY (WS-PAS-IDX).
011732     MOVE WS-PAS-EXPIRY (WS-PAS-IDX) TO WS-ACCESS-UNTIL-DATE.
011734     MOVE 'P' TO WS-ACCESS-REASON.
011736     PERFORM 3420-WRITE-ACTIVATION THRU 3420-EXIT.
011740     IF WS-BM-STATUS NOT = '00'
011750         GO TO 3390-EXIT
011760     END-IF.
011820             GO TO 3390-EXIT
011830     END-READ.
011840     MOVE 'I' TO BM-STATUS.
011860*    REFRESHING THE ISSUE DATE EVERY MORNING KEEPS THE BADGE
011870*    MASTER IN STEP WITH THE DAY'S LOG FOR THE CNTLBAL RUN.
011880     MOVE WS-CURRENT-DATE TO BM-DATE-ISSUED.
012100             ' FALLBACK NUMBER ' VR-BADGE-NO ' INSTEAD'
012110     END-IF.
012120     ACCEPT VR-ARRIVAL-TIME FROM TIME.
012122     MOVE WS-CURRENT-DATE TO WS-ACCESS-UNTIL-DATE.
012124     MOVE 'I' TO WS-ACCESS-REASON.
012126     PERFORM 3420-WRITE-ACTIVATION THRU 3420-EXIT.
012130 3400-EXIT.
012131     EXIT.
012132
012133*------------------------------------------------------------------*
012134* TELLS THE ACCESS-CONTROL SYSTEM TO OPEN ITS DOORS TO THE BADGE   *
012135* JUST HANDED OUT, UNTIL THE END OF WS-ACCESS-UNTIL-DATE. CHECKOUT *
012136* SENDS THE MATCHING DEACTIVATION.                                 *
012137*------------------------------------------------------------------*
012138 3420-WRITE-ACTIVATION.
012139     MOVE SPACES TO ACCESS-FEED-RECORD.
012140     ACCEPT WS-CURRENT-TIME FROM TIME.
012141     MOVE WS-CURRENT-DATE TO WS-TS-DATE.
012142     MOVE WS-CURRENT-TIME TO WS-TS-TIME.
012143     MOVE 'A' TO AF-ACTION.
012144     MOVE VR-BADGE-NO TO AF-BADGE-NO.
012145     MOVE VR-VISITOR-ID TO AF-VISITOR-ID.
012146     MOVE VR-DESK-ID TO AF-DESK-ID.
012147     MOVE VR-HOST-ID TO AF-HOST-ID.
012148     MOVE WS-ACCESS-UNTIL-DATE TO AF-VU-DATE.
012149     MOVE WS-ACCESS-END-OF-DAY TO AF-VU-TIME.
012150     MOVE WS-ACCESS-REASON TO AF-REASON.
012151     MOVE WS-TIMESTAMP TO AF-EVENT-TS.
012152     WRITE ACCESS-FEED-RECORD.
012153     ADD 1 TO WS-ACTIVATIONS-WRITTEN.
012154 3420-EXIT.
012140     EXIT.
012150
012160 3450-ASSIGN-POOL-BADGE.
012410     END-IF.
012420     IF BM-AVAILABLE
012430         MOVE 'I' TO BM-STATUS
012450         MOVE WS-CURRENT-DATE TO BM-DATE-ISSUED
012460         MOVE VR-NAME TO BM-ISSUED-TO
012470         REWRITE BADGE-MASTER-RECORD
012660     MOVE WS-GROUP-PARTY-COUNT TO RS-GROUP-PARTY-COUNT.
012670     MOVE WS-GROUP-BADGE-COUNT TO RS-GROUP-BADGE-COUNT.
012680     MOVE WS-LAST-VISITOR-ID TO RS-LAST-VISITOR-ID.
012682     MOVE WS-CURRENT-DATE TO RS-BUSINESS-DATE.
012684     MOVE WS-HELD-COUNT TO RS-HELD-COUNT.
012685     MOVE WS-VEHICLE-COUNT TO RS-VEHICLE-COUNT.
012686     MOVE WS-OVERFLOW-COUNT TO RS-OVERFLOW-COUNT.
012687     MOVE WS-NO-SPACE-COUNT TO RS-NO-SPACE-COUNT.
012690     WRITE RESTART-RECORD.
012700 3500-EXIT.
012710     EXIT.
012780         NOT INVALID KEY
012790             MOVE 'Y' TO WS-VM-FOUND-SW
012800     END-READ.
012820     IF WS-VM-FOUND
012830         ADD 1 TO VM-VISIT-COUNT
012840         MOVE VR-COMPANY TO VM-COMPANY
013580     MOVE VR-HOST-ID TO WS-LB-HOST-ID.
013590     MOVE VR-DESK-ID TO WS-LB-DESK-ID.
013600     WRITE LABEL-LINE FROM WS-LABEL-DETAIL-LINE.
013601     IF WS-VEHICLE-PARKED
013602         MOVE WS-PARK-LOT TO WS-LB-LOT
013603         MOVE SPACES TO WS-LB-PARK-NOTE
013604         IF WS-PARK-DISP = 'O'
013605             MOVE 'OVERFLOW' TO WS-LB-PARK-NOTE
013606         END-IF
013607         IF WS-PARK-DISP = 'N'
013608             MOVE 'NO SPACE' TO WS-LB-PARK-NOTE
013609         END-IF
013610         MOVE VR-PLATE TO WS-LB-PLATE
013611         WRITE LABEL-LINE FROM WS-LABEL-PARK-LINE
013612     END-IF.
013610     IF VR-BADGE-NO NOT < WS-FALLBACK-BADGE-BASE
013620         WRITE LABEL-LINE FROM WS-LABEL-TEMP-LINE
013630     END-IF.
013640     WRITE LABEL-LINE FROM WS-LABEL-RULE-LINE.
013650     ADD 1 TO WS-LABELS-WRITTEN.
013660 3750-EXIT.
013661     EXIT.
013662
013663*------------------------------------------------------------------*
013664* TAKES A SPACE FOR A VISITOR WHO CAME BY CAR, IN THE LOT ASKED    *
013665* FOR OR, WHEN IT IS FULL, IN THAT LOT'S OVERFLOW LOT. A CAR THAT  *
013666* CANNOT BE GIVEN A SPACE IS STILL LOGGED SO SECURITY CAN TRACE    *
013667* IT, AND THE DESK IS WARNED.                                      *
013668*------------------------------------------------------------------*
013669 3760-PARK-VEHICLE.
013670     ADD 1 TO WS-VEHICLE-COUNT.
013671     MOVE 'Y' TO WS-VEHICLE-PARKED-SW.
013672     PERFORM 3770-FIND-SPACE THRU 3770-EXIT.
013673     IF WS-PARK-DISP = 'O'
013674         ADD 1 TO WS-OVERFLOW-COUNT
013675         DISPLAY WS-I ': lot ' WS-WANTED-LOT ' is full - '
013676             VR-PLATE ' sent to overflow lot ' WS-PARK-LOT
013677     END-IF.
013678     IF WS-PARK-DISP = 'N'
013679         ADD 1 TO WS-NO-SPACE-COUNT
013680         DISPLAY '*** WARNING: NO PARKING SPACE FOR ' VR-PLATE
013681             ' (' VR-NAME ') ***'
013682     END-IF.
013683     PERFORM 3780-WRITE-PARKING-LOG THRU 3780-EXIT.
013684 3760-EXIT.
013685     EXIT.
013686
013687*------------------------------------------------------------------*
013688* A LOT NOT ON LOTMAST, OR NO LOT AT ALL, MEANS THE DEFAULT LOT.   *
013689* CAPACITY ZERO IS A LOT THAT NEVER FILLS. THE OVERFLOW LOT IS     *
013690* TRIED ONCE; ITS OWN OVERFLOW LOT IS NOT FOLLOWED.                *
013691*------------------------------------------------------------------*
013692 3770-FIND-SPACE.
013693     MOVE 'N' TO WS-PARK-DISP.
013694     MOVE SPACES TO WS-PARK-LOT.
013695     MOVE VR-LOT TO WS-WANTED-LOT.
013696     IF NOT WS-LM-OPEN
013697         GO TO 3770-EXIT
013698     END-IF.
013699     IF WS-WANTED-LOT NOT = SPACES
013700         MOVE WS-WANTED-LOT TO LM-LOT-CODE
013701         PERFORM 3775-READ-LOT THRU 3775-EXIT
013702         IF NOT WS-LOT-FOUND
013703             DISPLAY WS-I ': lot ' WS-WANTED-LOT
013704                 ' not on LOTMAST - default lot used'
013705             MOVE SPACES TO WS-WANTED-LOT
013706         END-IF
013707     END-IF.
013708     IF WS-WANTED-LOT = SPACES
013709         IF WS-DEFAULT-LOT = SPACES
013710             GO TO 3770-EXIT
013711         END-IF
013712         MOVE WS-DEFAULT-LOT TO WS-WANTED-LOT
013713         MOVE WS-DEFAULT-LOT TO LM-LOT-CODE
013714         PERFORM 3775-READ-LOT THRU 3775-EXIT
013715         IF NOT WS-LOT-FOUND
013716             GO TO 3770-EXIT
013717         END-IF
013718     END-IF.
013719     IF LM-CAPACITY = 0 OR LM-OCCUPIED < LM-CAPACITY
013720         ADD 1 TO LM-OCCUPIED
013721         REWRITE LOT-MASTER-RECORD
013722         MOVE LM-LOT-CODE TO WS-PARK-LOT
013723         MOVE 'A' TO WS-PARK-DISP
013724         GO TO 3770-EXIT
013725     END-IF.
013726     IF LM-OVERFLOW-LOT = SPACES
013727         OR LM-OVERFLOW-LOT = WS-WANTED-LOT
013728         GO TO 3770-EXIT
013729     END-IF.
013730     MOVE LM-OVERFLOW-LOT TO LM-LOT-CODE.
013731     PERFORM 3775-READ-LOT THRU 3775-EXIT.
013732     IF NOT WS-LOT-FOUND
013733         GO TO 3770-EXIT
013734     END-IF.
013735     IF LM-CAPACITY = 0 OR LM-OCCUPIED < LM-CAPACITY
013736         ADD 1 TO LM-OCCUPIED
013737         REWRITE LOT-MASTER-RECORD
013738         MOVE LM-LOT-CODE TO WS-PARK-LOT
013739         MOVE 'O' TO WS-PARK-DISP
013740     END-IF.
013741 3770-EXIT.
013742     EXIT.
013743
013744 3775-READ-LOT.
013745     MOVE 'Y' TO WS-LOT-FOUND-SW.
013746     READ LOT-MASTER
013747         INVALID KEY
013748             MOVE 'N' TO WS-LOT-FOUND-SW
013749     END-READ.
013750 3775-EXIT.
013751     EXIT.
013752
013753 3780-WRITE-PARKING-LOG.
013754     MOVE SPACES TO PARKING-LOG-RECORD.
013755     MOVE VR-PLATE TO PK-PLATE.
013756     MOVE WS-WANTED-LOT TO PK-REQ-LOT.
013757     MOVE WS-PARK-LOT TO PK-LOT.
013758     MOVE WS-PARK-DISP TO PK-DISP.
013759     MOVE VR-BADGE-NO TO PK-BADGE-NO.
013760     MOVE VR-VISITOR-ID TO PK-VISITOR-ID.
013761     MOVE VR-NAME TO PK-NAME.
013762     MOVE VR-COMPANY TO PK-COMPANY.
013763     MOVE VR-HOST-ID TO PK-HOST-ID.
013764     MOVE VR-DESK-ID TO PK-DESK-ID.
013765     MOVE VR-ARRIVAL-TIME TO PK-ARRIVAL-TIME.
013766     MOVE WS-CURRENT-DATE TO PK-PARK-DATE.
013767     WRITE PARKING-LOG-RECORD.
013768 3780-EXIT.
013670     EXIT.
013680
013690 3800-ISSUE-MEMBER-BADGE.
013950         WS-GROUP-PARTY-COUNT.
013960     DISPLAY 'Group badges issued  . . . : '
013970         WS-GROUP-BADGE-COUNT.
013971     DISPLAY 'Access activations sent  . : '
013972         WS-ACTIVATIONS-WRITTEN.
013973     DISPLAY 'Held for induction/NDA . . : '
013974         WS-HELD-COUNT.
013975     DISPLAY 'Vehicles registered  . . . : '
013976         WS-VEHICLE-COUNT.
013977     DISPLAY 'Sent to overflow lot . . . : '
013978         WS-OVERFLOW-COUNT.
013979     DISPLAY 'Vehicles with no space . . : '
013980         WS-NO-SPACE-COUNT.
013980     DISPLAY '-------------------------------------------'.
013990 8000-EXIT.
014000     EXIT.
014530 8120-EXIT.
014540     EXIT.
014550
014551 8200-WRITE-HOLD-TOTAL.
014552     MOVE 'VISITORS HELD' TO WS-RT-LABEL.
014553     MOVE WS-HELD-COUNT TO WS-RT-COUNT.
014554     WRITE HOLD-LINE FROM WS-RECON-TOTAL-LINE.
014555 8200-EXIT.
014556     EXIT.
014557
014560 9000-TERMINATE.
014570     CLOSE VISITOR-IN.
014580     CLOSE GREETING-LOG.
014710     CLOSE DENY-WORK.
014720     CLOSE WALKIN-WORK.
014730     CLOSE LABEL-FILE.
014731     CLOSE ACCESS-FEED.
014732     CLOSE INDUCTION-HOLDS.
014733     CLOSE PARKING-LOG.
014734     IF WS-LM-OPEN
014735         CLOSE LOT-MASTER
014736     END-IF.
014737     IF WS-CM-OPEN
014738         CLOSE COMPANY-MASTER
014739     END-IF.
014740     IF WS-IN-OPEN
014741         CLOSE INDUCTION-FILE
014742     END-IF.
014740     PERFORM 9200-WRITE-ID-CONTROL THRU 9200-EXIT.
014750     IF WS-I > WS-NUM OR WS-EOF-VISITOR-IN
014760         PERFORM 9100-RESET-RESTART THRU 9100-EXIT
