000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOTLOAD.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. LOADS THE VISITOR CAR PARKS     *
000120*                 INTO LOTMAST FROM THE LOTIN CARDS: LOT CODE,     *
000130*                 DESCRIPTION, NUMBER OF SPACES, OVERFLOW LOT AND  *
000140*                 DEFAULT FLAG. A NEW LOT STARTS EMPTY. A LOT      *
000150*                 ALREADY ON THE MASTER TAKES THE NEW DESCRIPTION, *
000160*                 SPACES, OVERFLOW LOT AND FLAG BUT KEEPS ITS CARS *
000170*                 UNLESS THE CARD GIVES A COUNT FROM A WALK OF THE *
000180*                 LOT, WHICH REPLACES THE SPACES TAKEN.            *
000190*------------------------------------------------------------------*
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS RANDOM
000270         RECORD KEY IS LM-LOT-CODE
000280         FILE STATUS IS WS-LM-STATUS.
000290     SELECT LOT-CARDS ASSIGN TO "LOTIN"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  LOT-MASTER
000350     LABEL RECORDS ARE STANDARD.
000360 01  LOT-MASTER-RECORD.
000370     COPY LOTMAST.
000380
000390 FD  LOT-CARDS
000400     LABEL RECORDS ARE STANDARD.
000410 01  LOT-CARD-RECORD.
000420     05 LT-LOT-CODE PIC X(02).
000430     05 FILLER PIC X(01).
000440     05 LT-DESCRIPTION PIC X(20).
000450     05 FILLER PIC X(01).
000460     05 LT-CAPACITY PIC X(04).
000470     05 FILLER PIC X(01).
000480     05 LT-OVERFLOW-LOT PIC X(02).
000490     05 FILLER PIC X(01).
000500     05 LT-DEFAULT-SW PIC X(01).
000510     05 FILLER PIC X(01).
000520     05 LT-OCCUPIED PIC X(04).
000530
000540 WORKING-STORAGE SECTION.
000550 01 WS-LM-STATUS PIC X(02) VALUE '00'.
000560 01 WS-CARDS-READ PIC 9(05) VALUE 0.
000570 01 WS-LOTS-ADDED PIC 9(05) VALUE 0.
000580 01 WS-LOTS-CHANGED PIC 9(05) VALUE 0.
000590 01 WS-CARDS-REJECTED PIC 9(05) VALUE 0.
000600 01 WS-SWITCHES.
000610     05 WS-EOF-CARDS-SW PIC X(01) VALUE 'N'.
000620        88 WS-EOF-CARDS VALUE 'Y'.
000630     05 WS-LOT-FOUND-SW PIC X(01) VALUE 'N'.
000640        88 WS-LOT-FOUND VALUE 'Y'.
000650
000660 PROCEDURE DIVISION.
000670 0000-MAIN-PROCEDURE.
000680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000690     PERFORM 3000-LOAD-ONE-LOT THRU 3000-EXIT
000700         UNTIL WS-EOF-CARDS.
000710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000720     STOP RUN.
000730
000740 1000-INITIALIZE.
000750     OPEN INPUT LOT-CARDS.
000760     OPEN I-O LOT-MASTER.
000770     IF WS-LM-STATUS = '35'
000780         DISPLAY 'LOTMAST NOT FOUND - CREATING NEW LOT MASTER'
000790         OPEN OUTPUT LOT-MASTER
000800         CLOSE LOT-MASTER
000810         OPEN I-O LOT-MASTER
000820     END-IF.
000830     IF WS-LM-STATUS NOT = '00'
000840         DISPLAY 'LOTMAST OPEN FAILED, STATUS ' WS-LM-STATUS
000850         DISPLAY 'ABENDING - CHECK LOTMAST AND RESUBMIT.'
000860         MOVE 16 TO RETURN-CODE
000870         STOP RUN
000880     END-IF.
000890 1000-EXIT.
000900     EXIT.
000910
000920 3000-LOAD-ONE-LOT.
000930     READ LOT-CARDS
000940         AT END
000950             SET WS-EOF-CARDS TO TRUE
000960             GO TO 3000-EXIT
000970     END-READ.
000980     ADD 1 TO WS-CARDS-READ.
000990     IF LT-LOT-CODE = SPACES
001000         OR LT-CAPACITY IS NOT NUMERIC
001010         ADD 1 TO WS-CARDS-REJECTED
001020         DISPLAY 'LOTIN CARD ' WS-CARDS-READ ' FOR LOT '
001030             LT-LOT-CODE ' NEEDS A LOT CODE AND A NUMERIC'
001040             ' SPACE COUNT - SKIPPED'
001050         GO TO 3000-EXIT
001060     END-IF.
001070     IF LT-OCCUPIED NOT = SPACES
001080         AND LT-OCCUPIED IS NOT NUMERIC
001090         ADD 1 TO WS-CARDS-REJECTED
001100         DISPLAY 'LOTIN CARD ' WS-CARDS-READ ' FOR LOT '
001110             LT-LOT-CODE ' HAS A CAR COUNT THAT IS NOT NUMERIC'
001120             ' - SKIPPED'
001130         GO TO 3000-EXIT
001140     END-IF.
001150     MOVE 'N' TO WS-LOT-FOUND-SW.
001160     MOVE LT-LOT-CODE TO LM-LOT-CODE.
001170     READ LOT-MASTER
001180         INVALID KEY
001190             CONTINUE
001200         NOT INVALID KEY
001210             MOVE 'Y' TO WS-LOT-FOUND-SW
001220     END-READ.
001230     IF NOT WS-LOT-FOUND
001240         MOVE SPACES TO LOT-MASTER-RECORD
001250         MOVE LT-LOT-CODE TO LM-LOT-CODE
001260         MOVE 0 TO LM-OCCUPIED
001270     END-IF.
001280     MOVE LT-DESCRIPTION TO LM-DESCRIPTION.
001290     MOVE LT-CAPACITY TO LM-CAPACITY.
001300     MOVE LT-OVERFLOW-LOT TO LM-OVERFLOW-LOT.
001310     IF LT-DEFAULT-SW = 'Y'
001320         MOVE 'Y' TO LM-DEFAULT-SW
001330     ELSE
001340         MOVE 'N' TO LM-DEFAULT-SW
001350     END-IF.
001360     IF LT-OCCUPIED IS NUMERIC
001370         MOVE LT-OCCUPIED TO LM-OCCUPIED
001380     END-IF.
001390     IF WS-LOT-FOUND
001400         REWRITE LOT-MASTER-RECORD
001410         ADD 1 TO WS-LOTS-CHANGED
001420     ELSE
001430         WRITE LOT-MASTER-RECORD
001440         ADD 1 TO WS-LOTS-ADDED
001450     END-IF.
001460 3000-EXIT.
001470     EXIT.
001480
001490 9000-TERMINATE.
001500     CLOSE LOT-CARDS.
001510     CLOSE LOT-MASTER.
001520     DISPLAY 'Lot load complete. ' WS-LOTS-ADDED ' added, '
001530         WS-LOTS-CHANGED ' changed, '
001540         WS-CARDS-REJECTED ' rejected.'.
001550 9000-EXIT.
001560     EXIT.
