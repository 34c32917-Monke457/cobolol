000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BDTCNTL.
000030 AUTHOR. BLINK.
000040 INSTALLATION. FRONT OFFICE SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*------------------------------------------------------------------*
000080* MODIFICATION HISTORY.                                            *
000090*------------------------------------------------------------------*
000100* DATE       INIT DESCRIPTION                                      *
000110* 10/15/26   JRM  INITIAL VERSION. OPENS AND CLOSES THE BUSINESS   *
000120*                 DAY ON THE BUSDATE CONTROL RECORD SHARED BY THE  *
000130*                 NIGHTLY STREAM. RUN FIRST WITH ACTION O AND THE  *
000140*                 DATE TO OPEN (ZERO MEANS THE MACHINE DATE), AND  *
000150*                 LAST WITH ACTION C. A DAY CAN ONLY BE OPENED     *
000160*                 WHEN THE PREVIOUS ONE HAS BEEN CLOSED AND THE    *
000170*                 NEW DATE IS LATER THAN IT, AND ONLY THE OPEN     *
000180*                 DAY CAN BE CLOSED, SO A STALE RERUN CANNOT       *
000190*                 QUIETLY POST INTO THE WRONG DAY.                 *
000192* 10/15/26   JRM  RECORD THE PREVIOUS CLOSED BUSINESS DAY IN       *
000194*                 BD-PRIOR-DATE WHEN A DAY IS OPENED AND CARRY IT  *
000196*                 THROUGH THE CLOSE, SO CHECKOUT CAN CATCH         *
000198*                 CONTRACTOR PASSES THAT EXPIRED OVER A WEEKEND.   *
000200*------------------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT OPTIONAL CONTROL-PARM ASSIGN TO "BDTPRM"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  BUSINESS-DATE-FILE
000330     LABEL RECORDS ARE STANDARD.
000340 01  BUSINESS-DATE-RECORD.
000350     COPY BUSDATE.
000360
000370 FD  CONTROL-PARM
000380     LABEL RECORDS ARE STANDARD.
000390 01  CONTROL-PARM-RECORD.
000400     05 BP-ACTION PIC X(01).
000410        88 BP-OPEN-DAY VALUE 'O'.
000420        88 BP-CLOSE-DAY VALUE 'C'.
000430     05 FILLER PIC X(01).
000440     05 BP-BUSINESS-DATE PIC 9(06).
000450
000460 WORKING-STORAGE SECTION.
000470 01 WS-CLOCK-DATE PIC 9(06).
000480 01 WS-CURRENT-TIME PIC 9(08).
000490 01 WS-TIMESTAMP.
000500     05 WS-TS-DATE PIC 9(06).
000510     05 WS-TS-TIME PIC 9(08).
000520 01 WS-REQUEST-DATE PIC 9(06) VALUE 0.
000530 01 WS-PRIOR-DATE PIC 9(06) VALUE 0.
000540 01 WS-PRIOR-STATUS PIC X(01) VALUE SPACE.
000542 01 WS-PRIOR-OPENED-TS PIC X(14) VALUE SPACES.
000544 01 WS-NEW-DATE PIC 9(06) VALUE 0.
000546 01 WS-NEW-STATUS PIC X(01) VALUE SPACE.
000548 01 WS-CARRIED-PRIOR-DATE PIC 9(06) VALUE 0.
000550 01 WS-SWITCHES.
000560     05 WS-EOF-PARM-SW PIC X(01) VALUE 'N'.
000570        88 WS-EOF-PARM VALUE 'Y'.
000580     05 WS-EOF-BUSDATE-SW PIC X(01) VALUE 'N'.
000590        88 WS-EOF-BUSDATE VALUE 'Y'.
000600     05 WS-REWRITE-SW PIC X(01) VALUE 'N'.
000610        88 WS-REWRITE-NEEDED VALUE 'Y'.
000620
000630 PROCEDURE DIVISION.
000640 0000-MAIN-PROCEDURE.
000650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000660     IF BP-OPEN-DAY
000670         PERFORM 2000-OPEN-DAY THRU 2000-EXIT
000680     ELSE
000690         PERFORM 3000-CLOSE-DAY THRU 3000-EXIT
000700     END-IF.
000710     IF WS-REWRITE-NEEDED
000720         PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT
000730     END-IF.
000740     PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT.
000750     STOP RUN.
000760
000770 1000-INITIALIZE.
000780     ACCEPT WS-CLOCK-DATE FROM DATE.
000790     ACCEPT WS-CURRENT-TIME FROM TIME.
000800     MOVE WS-CLOCK-DATE TO WS-TS-DATE.
000810     MOVE WS-CURRENT-TIME TO WS-TS-TIME.
000820     OPEN INPUT CONTROL-PARM.
000830     READ CONTROL-PARM
000840         AT END
000850             SET WS-EOF-PARM TO TRUE
000860     END-READ.
000870     CLOSE CONTROL-PARM.
000880     IF WS-EOF-PARM
000890         DISPLAY 'BDTPRM MISSING OR EMPTY - ACTION O OR C IS'
000900             ' REQUIRED'
000910         DISPLAY 'ABENDING - SUPPLY BDTPRM AND RESUBMIT.'
000920         MOVE 16 TO RETURN-CODE
000930         STOP RUN
000940     END-IF.
000950     IF NOT BP-OPEN-DAY AND NOT BP-CLOSE-DAY
000960         DISPLAY 'BDTPRM ACTION ' BP-ACTION ' IS NOT O OR C'
000970         DISPLAY 'ABENDING - FIX BDTPRM AND RESUBMIT.'
000980         MOVE 16 TO RETURN-CODE
000990         STOP RUN
001000     END-IF.
001010     IF BP-BUSINESS-DATE IS NUMERIC
001020         MOVE BP-BUSINESS-DATE TO WS-REQUEST-DATE
001030     END-IF.
001040     OPEN INPUT BUSINESS-DATE-FILE.
001050     READ BUSINESS-DATE-FILE
001060         AT END
001070             SET WS-EOF-BUSDATE TO TRUE
001080     END-READ.
001090     CLOSE BUSINESS-DATE-FILE.
001100     IF NOT WS-EOF-BUSDATE
001110         AND BD-BUSINESS-DATE IS NUMERIC
001120         MOVE BD-BUSINESS-DATE TO WS-PRIOR-DATE
001130         MOVE BD-STATUS TO WS-PRIOR-STATUS
001135         MOVE BD-OPENED-TS TO WS-PRIOR-OPENED-TS
001136         IF BD-PRIOR-DATE IS NUMERIC
001137             MOVE BD-PRIOR-DATE TO WS-CARRIED-PRIOR-DATE
001138         END-IF
001140     END-IF.
001145     MOVE WS-PRIOR-DATE TO WS-NEW-DATE.
001147     MOVE WS-PRIOR-STATUS TO WS-NEW-STATUS.
001150 1000-EXIT.
001160     EXIT.
001170
001180*------------------------------------------------------------------*
001190* OPEN A NEW BUSINESS DAY. THE DAY BEFORE MUST HAVE BEEN CLOSED,   *
001200* THE NEW DATE MUST BE LATER THAN IT, AND IT CANNOT BE LATER THAN  *
001210* THE MACHINE DATE. RE-OPENING THE DAY THAT IS ALREADY OPEN IS     *
001220* HARMLESS, SO A RESUBMITTED FIRST JOB JUST SAYS SO.               *
001230*------------------------------------------------------------------*
001240 2000-OPEN-DAY.
001250     IF WS-REQUEST-DATE = 0
001260         MOVE WS-CLOCK-DATE TO WS-REQUEST-DATE
001270     END-IF.
001280     IF WS-REQUEST-DATE > WS-CLOCK-DATE
001290         DISPLAY 'BDTPRM DATE ' WS-REQUEST-DATE ' IS LATER THAN'
001300             ' THE SYSTEM DATE ' WS-CLOCK-DATE
001310         DISPLAY 'ABENDING - A FUTURE DAY CANNOT BE OPENED.'
001320         MOVE 16 TO RETURN-CODE
001330         STOP RUN
001340     END-IF.
001350     IF WS-PRIOR-STATUS = 'O'
001360         AND WS-PRIOR-DATE = WS-REQUEST-DATE
001370         DISPLAY 'Business day ' WS-REQUEST-DATE
001380             ' is already open - no change.'
001390         GO TO 2000-EXIT
001400     END-IF.
001410     IF WS-PRIOR-STATUS = 'O'
001420         DISPLAY 'BUSINESS DAY ' WS-PRIOR-DATE ' IS STILL OPEN -'
001430             ' FINISH AND CLOSE IT BEFORE OPENING '
001440             WS-REQUEST-DATE
001450         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
001460         MOVE 16 TO RETURN-CODE
001470         STOP RUN
001480     END-IF.
001490     IF WS-PRIOR-DATE NOT < WS-REQUEST-DATE
001500         DISPLAY 'BUSINESS DAY ' WS-REQUEST-DATE ' IS NOT LATER'
001510             ' THAN THE LAST CLOSED DAY ' WS-PRIOR-DATE
001520         DISPLAY 'ABENDING - A CLOSED DAY CANNOT BE REOPENED.'
001530         MOVE 16 TO RETURN-CODE
001540         STOP RUN
001550     END-IF.
001560     MOVE SPACES TO BUSINESS-DATE-RECORD.
001570     MOVE WS-REQUEST-DATE TO BD-BUSINESS-DATE.
001580     MOVE 'O' TO BD-STATUS.
001590     MOVE WS-TIMESTAMP TO BD-OPENED-TS.
001592     MOVE WS-PRIOR-DATE TO BD-PRIOR-DATE.
001600     MOVE 'Y' TO WS-REWRITE-SW.
001605     MOVE WS-REQUEST-DATE TO WS-NEW-DATE.
001607     MOVE 'O' TO WS-NEW-STATUS.
001610 2000-EXIT.
001620     EXIT.
001630
001640*------------------------------------------------------------------*
001650* CLOSE THE OPEN BUSINESS DAY. WHEN BDTPRM NAMES A DATE IT MUST    *
001660* BE THE ONE ON BUSDATE, SO THE LAST JOB OF ONE DAY'S STREAM       *
001670* CANNOT CLOSE A DIFFERENT DAY.                                    *
001680*------------------------------------------------------------------*
001690 3000-CLOSE-DAY.
001700     IF WS-PRIOR-STATUS NOT = 'O'
001710         DISPLAY 'NO BUSINESS DAY IS OPEN ON BUSDATE - LAST'
001720             ' DAY ' WS-PRIOR-DATE ' STATUS ' WS-PRIOR-STATUS
001730         DISPLAY 'ABENDING - CHECK BUSDATE AND RESUBMIT.'
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770     IF WS-REQUEST-DATE NOT = 0
001780         AND WS-REQUEST-DATE NOT = WS-PRIOR-DATE
001790         DISPLAY 'BDTPRM DATE ' WS-REQUEST-DATE ' DOES NOT MATCH'
001800             ' THE OPEN BUSINESS DAY ' WS-PRIOR-DATE
001810         DISPLAY 'ABENDING - CHECK BDTPRM AND RESUBMIT.'
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850     MOVE SPACES TO BUSINESS-DATE-RECORD.
001852     MOVE WS-PRIOR-DATE TO BD-BUSINESS-DATE.
001854     MOVE 'C' TO BD-STATUS.
001856     MOVE WS-PRIOR-OPENED-TS TO BD-OPENED-TS.
001860     MOVE WS-TIMESTAMP TO BD-CLOSED-TS.
001862     MOVE WS-CARRIED-PRIOR-DATE TO BD-PRIOR-DATE.
001870     MOVE 'Y' TO WS-REWRITE-SW.
001875     MOVE 'C' TO WS-NEW-STATUS.
001880 3000-EXIT.
001890     EXIT.
001900
001910 4000-WRITE-CONTROL.
001920     OPEN OUTPUT BUSINESS-DATE-FILE.
001930     WRITE BUSINESS-DATE-RECORD.
001940     CLOSE BUSINESS-DATE-FILE.
001950 4000-EXIT.
001960     EXIT.
001970
001980 8000-PRINT-TRAILER.
001990     DISPLAY '-------------------------------------------'.
002000     DISPLAY 'Action requested . . . . . : ' BP-ACTION.
002010     DISPLAY 'Previous business date . . : ' WS-PRIOR-DATE.
002020     DISPLAY 'Previous status  . . . . . : ' WS-PRIOR-STATUS.
002030     DISPLAY 'Business date now  . . . . : ' WS-NEW-DATE.
002040     DISPLAY 'Status now . . . . . . . . : ' WS-NEW-STATUS.
002050     DISPLAY '-------------------------------------------'.
002060 8000-EXIT.
002070     EXIT.
