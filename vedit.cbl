000180* 09/02/26   JRM  ACCEPT THE TYPE-G GROUP CHECK-IN RECORDS:        *
000190*                 RECORD TYPE MUST BE BLANK OR G, AND A G RECORD   *
000200*                 NEEDS A NUMERIC PARTY SIZE OF 2 TO 30.           *
000201* 10/15/26   JRM  CARRY AN OPTIONAL VEHICLE PLATE AND REQUESTED    *
000202*                 PARKING LOT ON EACH VISITOR. THE PLATE AND LOT   *
000203*                 ARE UPPER-CASED; A LOT GIVEN WITHOUT A PLATE, OR *
000204*                 ONE NOT ON THE LOTMAST LOT MASTER, IS REJECTED   *
000205*                 WITH REASON 06. WITHOUT LOTMAST THE LOT IS       *
000206*                 PASSED AS KEYED.                                 *
000207* 10/15/26   JRM  RESOLVE THE COMPANY GIVEN TO ITS CODE ON THE     *
000208*                 COMPMAST COMPANY MASTER THROUGH THE COMPALS NAME *
000209*                 VARIANTS AND PASS THE CODE AND CANONICAL NAME ON *
000210*                 TO HELLO. AN UNKNOWN COMPANY IS PASSED AS KEYED  *
000211*                 WITH A WARNING ON THE EDIT REPORT, OR REJECTED   *
000212*                 WITH REASON 07 WHEN THE VEDPRM PARM ASKS FOR IT. *
000213*                 WITHOUT COMPMAST THE COMPANY IS PASSED AS KEYED. *
000210*------------------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000300     SELECT VISITOR-ERRORS ASSIGN TO "VISITERR"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT EDIT-REPORT ASSIGN TO "EDITRPT"
000321         ORGANIZATION IS LINE SEQUENTIAL.
000322     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
000323         ORGANIZATION IS INDEXED
000324         ACCESS MODE IS RANDOM
000325         RECORD KEY IS LM-LOT-CODE
000326         FILE STATUS IS WS-LM-STATUS.
000327     SELECT COMPANY-MASTER ASSIGN TO "COMPMAST"
000328         ORGANIZATION IS INDEXED
000329         ACCESS MODE IS RANDOM
000330         RECORD KEY IS CM-COMPANY-CODE
000331         FILE STATUS IS WS-CM-STATUS.
000332     SELECT COMPANY-ALIAS ASSIGN TO "COMPALS"
000333         ORGANIZATION IS INDEXED
000334         ACCESS MODE IS RANDOM
000335         RECORD KEY IS CA-NORM-NAME
000336         FILE STATUS IS WS-CA-STATUS.
000337     SELECT OPTIONAL EDIT-PARM ASSIGN TO "VEDPRM"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340
000350 DATA DIVISION.
000440     05 VRW-DESK-ID PIC X(02).
000450     05 VRW-REC-TYPE PIC X(01).
000460     05 VRW-PARTY-SIZE PIC X(03).
000462     05 VRW-PLATE PIC X(10).
000464     05 VRW-LOT PIC X(02).
000470
000480 FD  VISITOR-OUT
000490     LABEL RECORDS ARE STANDARD.
000550     05 VO-DESK-ID PIC X(02).
000560     05 VO-REC-TYPE PIC X(01).
000570     05 VO-PARTY-SIZE PIC X(03).
000572     05 VO-PLATE PIC X(10).
000574     05 VO-LOT PIC X(02).
000576     05 VO-COMPANY-CODE PIC X(06).
000580
000590 FD  VISITOR-ERRORS
000600     LABEL RECORDS ARE STANDARD.
000660     05 VE-DESK-ID PIC X(02).
000670     05 VE-REC-TYPE PIC X(01).
000680     05 VE-PARTY-SIZE PIC X(03).
000682     05 VE-PLATE PIC X(10).
000684     05 VE-LOT PIC X(02).
000690     05 FILLER PIC X(01).
000700     05 VE-REASON-CODE PIC X(02).
000710     05 FILLER PIC X(01).
000740 FD  EDIT-REPORT
000750     LABEL RECORDS ARE STANDARD.
000760 01  REPORT-LINE PIC X(80).
000761
000762 FD  LOT-MASTER
000763     LABEL RECORDS ARE STANDARD.
000764 01  LOT-MASTER-RECORD.
000765     COPY LOTMAST.
000766
000767 FD  COMPANY-MASTER
000768     LABEL RECORDS ARE STANDARD.
000769 01  COMPANY-MASTER-RECORD.
000770     COPY COMPMAST.
000771
000772 FD  COMPANY-ALIAS
000773     LABEL RECORDS ARE STANDARD.
000774 01  COMPANY-ALIAS-RECORD.
000775     COPY COMPALS.
000776
000777 FD  EDIT-PARM
000778     LABEL RECORDS ARE STANDARD.
000779 01  EDIT-PARM-RECORD.
000780     05 VP-REJECT-UNKNOWN-CO PIC X(01).
000770
000780 WORKING-STORAGE SECTION.
000790 01 WS-RECORDS-READ PIC 9(05) VALUE 0.
000840 01 WS-PARTY-SIZE-N PIC 9(03).
000850 01 WS-REASON-CODE PIC X(02).
000860 01 WS-REASON-TEXT PIC X(25).
000861 01 WS-LM-STATUS PIC X(02) VALUE '00'.
000862 01 WS-CM-STATUS PIC X(02) VALUE '00'.
000863 01 WS-CA-STATUS PIC X(02) VALUE '00'.
000864 01 WS-COMPANY-WARNINGS PIC 9(05) VALUE 0.
000865 01 WS-NORM-COMPANY PIC X(20).
000866 01 WS-COMPANY-CODE PIC X(06).
000867 01 WS-COMPANY-NAME PIC X(20).
000868 01 WS-UPPER-ALPHABET PIC X(26) VALUE
000869     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000870 01 WS-LOWER-ALPHABET PIC X(26) VALUE
000871     'abcdefghijklmnopqrstuvwxyz'.
000870 01 WS-GREETING-LOOKUP.
000880     COPY GREETTBL.
000890 01 WS-HEADING-LINE-1.
000900     05 FILLER PIC X(80) VALUE
000910         'VISITOR INPUT EDIT REPORT'.
000920 01 WS-REJECT-HEADING.
000930     05 FILLER PIC X(54) VALUE
000940         'REJECTS: 01 NAME 02 UNPRINT 03 GREET 04 TYPE 05 PARTY '.
000941     05 FILLER PIC X(26) VALUE
000942         '06 LOT 07 COMPANY'.
000950 01 WS-REJECT-LINE.
000960     05 WS-RJ-NAME PIC X(20).
000970     05 FILLER PIC X(01) VALUE SPACES.
001100        88 WS-RECORD-OK VALUE 'Y'.
001110     05 WS-GREET-OK-SW PIC X(01) VALUE 'N'.
001120        88 WS-GREET-OK VALUE 'Y'.
001121     05 WS-LM-OPEN-SW PIC X(01) VALUE 'N'.
001122        88 WS-LM-OPEN VALUE 'Y'.
001123     05 WS-CM-OPEN-SW PIC X(01) VALUE 'N'.
001124        88 WS-CM-OPEN VALUE 'Y'.
001125     05 WS-COMPANY-WARN-SW PIC X(01) VALUE 'N'.
001126        88 WS-COMPANY-WARN VALUE 'Y'.
001127     05 WS-REJECT-UNKNOWN-CO-SW PIC X(01) VALUE 'N'.
001128        88 WS-REJECT-UNKNOWN-CO VALUE 'Y'.
001129     05 WS-EOF-EDITPARM-SW PIC X(01) VALUE 'N'.
001130        88 WS-EOF-EDITPARM VALUE 'Y'.
001130
001140 PROCEDURE DIVISION.
001150 0000-MAIN-PROCEDURE.
001250     OPEN OUTPUT VISITOR-OUT.
001260     OPEN OUTPUT VISITOR-ERRORS.
001270     OPEN OUTPUT EDIT-REPORT.
001272     PERFORM 1100-OPEN-LOT-MASTER THRU 1100-EXIT.
001274     PERFORM 1150-READ-EDIT-PARM THRU 1150-EXIT.
001276     PERFORM 1200-OPEN-COMPANY-MASTER THRU 1200-EXIT.
001280     WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
001290     WRITE REPORT-LINE FROM WS-REJECT-HEADING.
001300 1000-EXIT.
001301     EXIT.
001302
001303 1100-OPEN-LOT-MASTER.
001304     OPEN INPUT LOT-MASTER.
001305     IF WS-LM-STATUS = '00'
001306         MOVE 'Y' TO WS-LM-OPEN-SW
001307     ELSE
001308         DISPLAY '*** WARNING: LOTMAST NOT AVAILABLE (STATUS '
001309             WS-LM-STATUS ') - PARKING LOTS WILL NOT BE'
001310             ' CHECKED ***'
001311     END-IF.
001312 1100-EXIT.
001313     EXIT.
001314
001315*------------------------------------------------------------------*
001316* VEDPRM COLUMN 1 Y REJECTS A COMPANY NOT ON THE COMPANY MASTER;   *
001317* WITHOUT THE PARM SUCH A VISITOR IS PASSED WITH A WARNING.        *
001318*------------------------------------------------------------------*
001319 1150-READ-EDIT-PARM.
001320     OPEN INPUT EDIT-PARM.
001321     READ EDIT-PARM
001322         AT END
001323             SET WS-EOF-EDITPARM TO TRUE
001324     END-READ.
001325     CLOSE EDIT-PARM.
001326     IF WS-EOF-EDITPARM
001327         GO TO 1150-EXIT
001328     END-IF.
001329     IF VP-REJECT-UNKNOWN-CO = 'Y'
001330         MOVE 'Y' TO WS-REJECT-UNKNOWN-CO-SW
001331     END-IF.
001332 1150-EXIT.
001333     EXIT.
001334
001335 1200-OPEN-COMPANY-MASTER.
001336     OPEN INPUT COMPANY-MASTER.
001337     IF WS-CM-STATUS NOT = '00'
001338         DISPLAY '*** WARNING: COMPMAST NOT AVAILABLE (STATUS '
001339             WS-CM-STATUS ') - COMPANIES WILL NOT BE CHECKED ***'
001340         GO TO 1200-EXIT
001341     END-IF.
001342     OPEN INPUT COMPANY-ALIAS.
001343     IF WS-CA-STATUS NOT = '00'
001344         DISPLAY '*** WARNING: COMPALS NOT AVAILABLE (STATUS '
001345             WS-CA-STATUS ') - COMPANIES WILL NOT BE CHECKED ***'
001346         CLOSE COMPANY-MASTER
001347         GO TO 1200-EXIT
001348     END-IF.
001349     MOVE 'Y' TO WS-CM-OPEN-SW.
001350 1200-EXIT.
001310     EXIT.
001320
001330 3000-EDIT-VISITORS.
001720         GO TO 3100-EXIT
001730     END-IF.
001740     PERFORM 3400-CHECK-REC-TYPE THRU 3400-EXIT.
001741     IF NOT WS-RECORD-OK
001742         GO TO 3100-EXIT
001743     END-IF.
001744     PERFORM 3450-CHECK-VEHICLE THRU 3450-EXIT.
001745     IF NOT WS-RECORD-OK
001746         GO TO 3100-EXIT
001747     END-IF.
001748     PERFORM 3470-CHECK-COMPANY THRU 3470-EXIT.
001750 3100-EXIT.
001760     EXIT.
001770
001790     MOVE 0 TO WS-BAD-CHAR-COUNT.
001800     PERFORM 3250-CHECK-ONE-CHAR THRU 3250-EXIT
001810         VARYING WS-CHAR-SUB FROM 1 BY 1
001820         UNTIL WS-CHAR-SUB > 50.
001830 3200-EXIT.
001840     EXIT.
001850
001860 3250-CHECK-ONE-CHAR.
001861     IF WS-CHAR-SUB > 40
001862         IF VRW-PLATE (WS-CHAR-SUB - 40:1) < SPACE
001863             ADD 1 TO WS-BAD-CHAR-COUNT
001864         END-IF
001865         GO TO 3250-EXIT
001866     END-IF.
001870     IF WS-CHAR-SUB > 20
001880         IF VRW-COMPANY (WS-CHAR-SUB - 20:1) < SPACE
001890             ADD 1 TO WS-BAD-CHAR-COUNT
002330 3400-EXIT.
002340     EXIT.
002350
002351*------------------------------------------------------------------*
002352* A DRIVER MAY GIVE A PLATE WITH OR WITHOUT A LOT; HELLO SENDS A   *
002353* PLATE WITH NO LOT TO THE DEFAULT LOT. A LOT WITH NO PLATE MEANS  *
002354* A KEYING SLIP, AS DOES A LOT THE MASTER HAS NEVER HEARD OF.      *
002355*------------------------------------------------------------------*
002356 3450-CHECK-VEHICLE.
002357     INSPECT VRW-PLATE
002358         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
002359     INSPECT VRW-LOT
002360         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
002361     IF VRW-LOT = SPACES
002362         GO TO 3450-EXIT
002363     END-IF.
002364     IF VRW-PLATE = SPACES
002365         MOVE 'N' TO WS-RECORD-OK-SW
002366         MOVE '06' TO WS-REASON-CODE
002367         MOVE 'LOT GIVEN WITH NO PLATE' TO WS-REASON-TEXT
002368         GO TO 3450-EXIT
002369     END-IF.
002370     IF NOT WS-LM-OPEN
002371         GO TO 3450-EXIT
002372     END-IF.
002373     MOVE VRW-LOT TO LM-LOT-CODE.
002374     READ LOT-MASTER
002375         INVALID KEY
002376             MOVE 'N' TO WS-RECORD-OK-SW
002377             MOVE '06' TO WS-REASON-CODE
002378             MOVE 'LOT NOT ON LOTMAST' TO WS-REASON-TEXT
002379     END-READ.
002380 3450-EXIT.
002381     EXIT.
002382
002383*------------------------------------------------------------------*
002384* THE COMPANY IS LOOKED UP UPPER-CASED ON THE COMPALS VARIANTS, SO *
002385* ANY SPELLING COMPMNT KNOWS RESOLVES TO ONE CODE AND THE MASTER'S *
002386* CANONICAL NAME. NO COMPANY AT ALL (A PRIVATE VISITOR) IS FINE.   *
002387*------------------------------------------------------------------*
002388 3470-CHECK-COMPANY.
002389     MOVE SPACES TO WS-COMPANY-CODE WS-COMPANY-NAME.
002390     MOVE 'N' TO WS-COMPANY-WARN-SW.
002391     IF VRW-COMPANY = SPACES OR NOT WS-CM-OPEN
002392         GO TO 3470-EXIT
002393     END-IF.
002394     MOVE VRW-COMPANY TO WS-NORM-COMPANY.
002395     INSPECT WS-NORM-COMPANY
002396         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
002397     MOVE WS-NORM-COMPANY TO CA-NORM-NAME.
002398     READ COMPANY-ALIAS
002399         INVALID KEY
002400             GO TO 3480-UNKNOWN-COMPANY
002401     END-READ.
002402     MOVE CA-COMPANY-CODE TO CM-COMPANY-CODE.
002403     READ COMPANY-MASTER
002404         INVALID KEY
002405             GO TO 3480-UNKNOWN-COMPANY
002406     END-READ.
002407     MOVE CM-COMPANY-CODE TO WS-COMPANY-CODE.
002408     MOVE CM-NAME TO WS-COMPANY-NAME.
002409     GO TO 3470-EXIT.
002410 3480-UNKNOWN-COMPANY.
002411     IF WS-REJECT-UNKNOWN-CO
002412         MOVE 'N' TO WS-RECORD-OK-SW
002413         MOVE '07' TO WS-REASON-CODE
002414         MOVE 'COMPANY NOT ON COMPMAST' TO WS-REASON-TEXT
002415     ELSE
002416         MOVE 'Y' TO WS-COMPANY-WARN-SW
002417     END-IF.
002418 3470-EXIT.
002419     EXIT.
002420
002360 3500-WRITE-CLEAN.
002370     MOVE SPACES TO VISITOR-OUT-RECORD.
002380     MOVE VRW-NAME TO VO-NAME.
002390     IF WS-COMPANY-CODE = SPACES
002391         MOVE VRW-COMPANY TO VO-COMPANY
002392     ELSE
002393         MOVE WS-COMPANY-NAME TO VO-COMPANY
002394     END-IF.
002400     MOVE VRW-GREET-TYPE TO VO-GREET-TYPE.
002410     MOVE VRW-HOST-ID TO VO-HOST-ID.
002420     MOVE VRW-DESK-ID TO VO-DESK-ID.
002430     MOVE VRW-REC-TYPE TO VO-REC-TYPE.
002440     MOVE VRW-PARTY-SIZE TO VO-PARTY-SIZE.
002442     MOVE VRW-PLATE TO VO-PLATE.
002444     MOVE VRW-LOT TO VO-LOT.
002446     MOVE WS-COMPANY-CODE TO VO-COMPANY-CODE.
002450     WRITE VISITOR-OUT-RECORD.
002451     IF WS-COMPANY-WARN
002452         ADD 1 TO WS-COMPANY-WARNINGS
002453         MOVE SPACES TO WS-REJECT-LINE
002454         MOVE VRW-NAME TO WS-RJ-NAME
002455         MOVE '07' TO WS-RJ-CODE
002456         MOVE 'UNKNOWN COMPANY - PASSED' TO WS-RJ-TEXT
002457         WRITE REPORT-LINE FROM WS-REJECT-LINE
002458     END-IF.
002460 3500-EXIT.
002470     EXIT.
002480
002550     MOVE VRW-DESK-ID TO VE-DESK-ID.
002560     MOVE VRW-REC-TYPE TO VE-REC-TYPE.
002570     MOVE VRW-PARTY-SIZE TO VE-PARTY-SIZE.
002572     MOVE VRW-PLATE TO VE-PLATE.
002574     MOVE VRW-LOT TO VE-LOT.
002580     PERFORM 3650-SCRUB-ERROR-CHARS THRU 3650-EXIT
002590         VARYING WS-CHAR-SUB FROM 1 BY 1
002600         UNTIL WS-CHAR-SUB > 50.
002610     MOVE WS-REASON-CODE TO VE-REASON-CODE.
002620     MOVE WS-REASON-TEXT TO VE-REASON-TEXT.
002630     WRITE VISITOR-ERROR-RECORD.
002700     EXIT.
002710
002720 3650-SCRUB-ERROR-CHARS.
002721     IF WS-CHAR-SUB > 40
002722         IF VE-PLATE (WS-CHAR-SUB - 40:1) < SPACE
002723             MOVE '?' TO VE-PLATE (WS-CHAR-SUB - 40:1)
002724         END-IF
002725         GO TO 3650-EXIT
002726     END-IF.
002730     IF WS-CHAR-SUB > 20
002740         IF VE-COMPANY (WS-CHAR-SUB - 20:1) < SPACE
002750             MOVE '?' TO VE-COMPANY (WS-CHAR-SUB - 20:1)
002920     MOVE 'RECORDS REJECTED' TO WS-TL-LABEL.
002930     MOVE WS-RECORDS-REJECTED TO WS-TL-COUNT.
002940     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
002942     MOVE 'UNKNOWN COMPANY WARNINGS' TO WS-TL-LABEL.
002944     MOVE WS-COMPANY-WARNINGS TO WS-TL-COUNT.
002946     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
002950 8000-EXIT.
002960     EXIT.
002970
003000     CLOSE VISITOR-OUT.
003010     CLOSE VISITOR-ERRORS.
003020     CLOSE EDIT-REPORT.
003021     IF WS-LM-OPEN
003022         CLOSE LOT-MASTER
003023     END-IF.
003024     IF WS-CM-OPEN
003025         CLOSE COMPANY-MASTER
003026         CLOSE COMPANY-ALIAS
003027     END-IF.
003030     DISPLAY 'Edit complete. ' WS-RECORDS-CLEAN ' passed, '
003040         WS-RECORDS-REJECTED ' rejected.'.
003050 9000-EXIT.
