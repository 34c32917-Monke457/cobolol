000152* 09/02/26   JRM  FOLLOW THE MASTER'S NEW PERMANENT-VISITOR-ID     *
000154*                 KEY; DISTINCT-VISITOR COUNTS NOW MEAN PEOPLE,    *
000156*                 NOT NAME SPELLINGS.                              *
000157* 10/15/26   JRM  GROUP BY COMPMAST CODE AND CANONICAL NAME, SO    *
000158*                 EVERY COMPALS SPELLING OF A FIRM COUNTS AS ONE   *
000159*                 COMPANY. ONE NOT ON THE MASTER GROUPS AS KEYED.  *
000160*------------------------------------------------------------------*
000170
000180 ENVIRONMENT DIVISION.
000230         ACCESS MODE IS SEQUENTIAL
000240         RECORD KEY IS VM-VISITOR-ID
000250         FILE STATUS IS WS-VM-STATUS.
000251     SELECT COMPANY-MASTER ASSIGN TO "COMPMAST"
000252         ORGANIZATION IS INDEXED
000253         ACCESS MODE IS RANDOM
000254         RECORD KEY IS CM-COMPANY-CODE
000255         FILE STATUS IS WS-CM-STATUS.
000260     SELECT REPORT-OUT ASSIGN TO "COMPRPT"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000271     SELECT COMPANY-ALIAS ASSIGN TO "COMPALS"
000272         ORGANIZATION IS INDEXED
000273         ACCESS MODE IS RANDOM
000274         RECORD KEY IS CA-NORM-NAME
000275         FILE STATUS IS WS-CA-STATUS.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000320     LABEL RECORDS ARE STANDARD.
000330 01  VISITOR-MASTER-RECORD.
000340     COPY VISTMAST.
000341
000342 FD  COMPANY-MASTER
000343     LABEL RECORDS ARE STANDARD.
000344 01  COMPANY-MASTER-RECORD.
000345     COPY COMPMAST.
000350
000360 FD  REPORT-OUT
000370     LABEL RECORDS ARE STANDARD.
000380 01  REPORT-LINE PIC X(80).
000381
000382 FD  COMPANY-ALIAS
000383     LABEL RECORDS ARE STANDARD.
000384 01  COMPANY-ALIAS-RECORD.
000385     COPY COMPALS.
000390
000400 WORKING-STORAGE SECTION.
000410 01 WS-VM-STATUS PIC X(02) VALUE '00'.
000411 01 WS-CM-STATUS PIC X(02) VALUE '00'.
000412 01 WS-CA-STATUS PIC X(02) VALUE '00'.
000413 01 WS-POST-KEY.
000414     05 WS-POST-CODE PIC X(06).
000415     05 WS-POST-NAME PIC X(20).
000416 01 WS-UPPER-ALPHABET PIC X(26) VALUE
000417     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000418 01 WS-LOWER-ALPHABET PIC X(26) VALUE
000419     'abcdefghijklmnopqrstuvwxyz'.
000420 01 WS-COMPANY-TABLE.
000430     05 WS-CMP-ENTRY OCCURS 501 TIMES
000440        INDEXED BY WS-CMP-IDX.
000442        10 WS-CMP-KEY.
000444           15 WS-CMP-CODE PIC X(06).
000450           15 WS-CMP-NAME PIC X(20).
000460        10 WS-CMP-VISITS PIC 9(07).
000470        10 WS-CMP-VISITORS PIC 9(05).
000480        10 WS-CMP-LAST-DATE PIC 9(06).
000510 01 WS-I PIC 9(05).
000520 01 WS-J PIC 9(05).
000530 01 WS-SWAP-ENTRY.
000532     05 WS-SWP-CODE PIC X(06).
000540     05 WS-SWP-NAME PIC X(20).
000550     05 WS-SWP-VISITS PIC 9(07).
000560     05 WS-SWP-VISITORS PIC 9(05).
000650         'COMPANY VISIT ANALYTICS FROM VISITOR MASTER'.
000660 01 WS-HEADING-LINE-2.
000670     05 FILLER PIC X(05) VALUE 'RANK'.
000672     05 FILLER PIC X(08) VALUE 'CODE'.
000680     05 FILLER PIC X(21) VALUE 'COMPANY'.
000690     05 FILLER PIC X(10) VALUE 'VISITS'.
000700     05 FILLER PIC X(10) VALUE 'VISITORS'.
000710     05 FILLER PIC X(26) VALUE 'LAST VISIT'.
000720 01 WS-DETAIL-LINE.
000730     05 WS-DL-RANK PIC ZZ9.
000740     05 FILLER PIC X(02) VALUE SPACES.
000742     05 WS-DL-CODE PIC X(06).
000744     05 FILLER PIC X(02) VALUE SPACES.
000750     05 WS-DL-COMPANY PIC X(20).
000760     05 FILLER PIC X(01) VALUE SPACES.
000770     05 WS-DL-VISITS PIC ZZZZZZ9.
000790     05 WS-DL-VISITORS PIC ZZZZ9.
000800     05 FILLER PIC X(05) VALUE SPACES.
000810     05 WS-DL-LAST-DATE PIC 9(06).
000820     05 FILLER PIC X(19) VALUE SPACES.
000830 01 WS-BREAK-HEADING.
000840     05 FILLER PIC X(80) VALUE
000850         'FIRST-TIME VS REPEAT VISITORS'.
000920        88 WS-EOF-MASTER VALUE 'Y'.
000930     05 WS-CMP-FOUND-SW PIC X(01) VALUE 'N'.
000940        88 WS-CMP-FOUND VALUE 'Y'.
000942     05 WS-CM-OPEN-SW PIC X(01) VALUE 'N'.
000944        88 WS-CM-OPEN VALUE 'Y'.
000950
000960 PROCEDURE DIVISION.
000970 0000-MAIN-PROCEDURE.
001120         STOP RUN
001130     END-IF.
001140     OPEN OUTPUT REPORT-OUT.
001141     OPEN INPUT COMPANY-MASTER.
001142     OPEN INPUT COMPANY-ALIAS.
001143     IF WS-CM-STATUS = '00' AND WS-CA-STATUS = '00'
001144         MOVE 'Y' TO WS-CM-OPEN-SW
001145     ELSE
001146         DISPLAY '*** WARNING: COMPMAST/COMPALS NOT AVAILABLE'
001147             ' (STATUS ' WS-CM-STATUS '/' WS-CA-STATUS ')'
001148             ' - COMPANIES GROUPED AS KEYED ***'
001149     END-IF.
001150 1000-EXIT.
001160     EXIT.
001170
001330     EXIT.
001340
001350 2100-POST-TO-COMPANY.
001360     MOVE SPACES TO WS-POST-CODE.
001362     MOVE VM-COMPANY TO WS-POST-NAME.
001364     MOVE SPACES TO CA-COMPANY-CODE.
001366     IF VM-COMPANY NOT = SPACES AND WS-CM-OPEN
001368         MOVE VM-COMPANY TO CA-NORM-NAME
001370         INSPECT CA-NORM-NAME
001372             CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
001374         READ COMPANY-ALIAS
001376             INVALID KEY
001378                 MOVE SPACES TO CA-COMPANY-CODE
001380         END-READ
001382     END-IF.
001384     IF CA-COMPANY-CODE NOT = SPACES
001386         MOVE CA-COMPANY-CODE TO CM-COMPANY-CODE
001388         READ COMPANY-MASTER
001390             INVALID KEY
001392                 CONTINUE
001394             NOT INVALID KEY
001396                 MOVE CM-COMPANY-CODE TO WS-POST-CODE
001398                 MOVE CM-NAME TO WS-POST-NAME
001400         END-READ
001402     END-IF.
001410     PERFORM 2150-FIND-COMPANY THRU 2150-EXIT.
001450     IF NOT WS-CMP-FOUND
001460         IF WS-COMPANY-COUNT NOT < WS-COMPANY-CEILING
001470             DISPLAY 'MORE THAN ' WS-COMPANY-CEILING
001480                 ' COMPANIES; EXTRAS GROUPED AS OVERFLOW'
001490             MOVE SPACES TO WS-POST-CODE
001492             MOVE 'ALL OTHER COMPANIES' TO WS-POST-NAME
001500             PERFORM 2150-FIND-COMPANY THRU 2150-EXIT
001520         END-IF
001525     END-IF.
001526     IF NOT WS-CMP-FOUND
001530         ADD 1 TO WS-COMPANY-COUNT
001540         SET WS-CMP-IDX TO WS-COMPANY-COUNT
001550         MOVE WS-POST-KEY TO WS-CMP-KEY (WS-CMP-IDX)
001560         MOVE 0 TO WS-CMP-VISITS (WS-CMP-IDX)
001570         MOVE 0 TO WS-CMP-VISITORS (WS-CMP-IDX)
001580         MOVE 0 TO WS-CMP-LAST-DATE (WS-CMP-IDX)
001676     SEARCH WS-CMP-ENTRY
001677         AT END
001678             CONTINUE
001679         WHEN WS-CMP-KEY (WS-CMP-IDX) = WS-POST-KEY
001680             AND WS-CMP-IDX NOT > WS-COMPANY-COUNT
001681             MOVE 'Y' TO WS-CMP-FOUND-SW
001682     END-SEARCH.
002190     SET WS-CMP-IDX TO WS-I.
002200     ADD 1 TO WS-RANK.
002210     MOVE WS-RANK TO WS-DL-RANK.
002212     MOVE WS-CMP-CODE (WS-CMP-IDX) TO WS-DL-CODE.
002220     MOVE WS-CMP-NAME (WS-CMP-IDX) TO WS-DL-COMPANY.
002230     MOVE WS-CMP-VISITS (WS-CMP-IDX) TO WS-DL-VISITS.
002240     MOVE WS-CMP-VISITORS (WS-CMP-IDX) TO WS-DL-VISITORS.
002300 9000-TERMINATE.
002310     CLOSE VISITOR-MASTER.
002320     CLOSE REPORT-OUT.
002322     IF WS-CM-OPEN
002324         CLOSE COMPANY-MASTER
002326         CLOSE COMPANY-ALIAS
002328     END-IF.
002330     DISPLAY 'Report complete.'.
002340 9000-EXIT.
002350     EXIT.
