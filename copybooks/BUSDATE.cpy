000010*------------------------------------------------------------------*
000020* BUSDATE - BUSINESS-DATE CONTROL RECORD LAYOUT                    *
000030* ONE RECORD SHARED BY THE WHOLE NIGHTLY STREAM. BDTCNTL OPENS     *
000040* THE DAY AS THE FIRST JOB AND CLOSES IT AS THE LAST. EVERY        *
000050* PROGRAM THAT POSTS TO A DAY TAKES "TODAY" FROM BD-BUSINESS-DATE  *
000060* INSTEAD OF THE MACHINE CLOCK, AND REFUSES TO RUN WHEN THE DAY    *
000070* IS NOT OPEN, SO A RUN AFTER MIDNIGHT OR A NEXT-MORNING RERUN     *
000080* STILL POSTS TO THE RIGHT DAY. BD-PRIOR-DATE IS THE BUSINESS      *
000090* DAY CLOSED BEFORE THIS ONE (ZERO ON THE FIRST DAY), SO A         *
000092* PROGRAM CAN TELL WHAT FELL BETWEEN THE TWO, SUCH AS A WEEKEND.   *
000094* SUPPLY THE 01 LEVEL AT THE COPY SITE.                            *
000100*------------------------------------------------------------------*
000110 05 BD-BUSINESS-DATE PIC 9(06).
000120 05 FILLER PIC X(01).
000130 05 BD-STATUS PIC X(01).
000140    88 BD-DAY-OPEN VALUE 'O'.
000150    88 BD-DAY-CLOSED VALUE 'C'.
000160 05 FILLER PIC X(01).
000170 05 BD-OPENED-TS PIC X(14).
000180 05 FILLER PIC X(01).
000190 05 BD-CLOSED-TS PIC X(14).
000200 05 FILLER PIC X(01).
000210 05 BD-PRIOR-DATE PIC 9(06).
