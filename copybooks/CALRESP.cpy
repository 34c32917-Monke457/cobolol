000010*------------------------------------------------------------------*
000020* CALRESP - CALENDAR INVITATION RESPONSE RECORD LAYOUT             *
000030* ONE RECORD PER INVITATION CALINTK HAS SCREENED, RETURNED TO THE  *
000040* CORPORATE CALENDAR SYSTEM: THE INVITATION REFERENCE, GUEST NAME  *
000050* AND VISIT DATE AS SENT, THE OUTCOME (A = ACCEPTED AND ON THE     *
000060* EXPECTED LIST, H = HELD FOR SECURITY REVIEW, R = REJECTED) AND   *
000070* THE REASON FOR A HOLD OR REJECTION. AN INVITATION BEYOND THE     *
000080* SCREENING WINDOW GETS NO RESPONSE UNTIL A LATER NIGHT'S RUN.     *
000090* SUPPLY THE 01 LEVEL AT THE COPY SITE.                            *
000100*------------------------------------------------------------------*
000110 05 CR-INVITE-REF PIC X(12).
000120 05 FILLER PIC X(01).
000130 05 CR-NAME PIC X(20).
000140 05 FILLER PIC X(01).
000150 05 CR-VISIT-DATE PIC 9(06).
000160 05 FILLER PIC X(01).
000170 05 CR-OUTCOME PIC X(01).
000180    88 CR-ACCEPTED VALUE 'A'.
000190    88 CR-HELD VALUE 'H'.
000200    88 CR-REJECTED VALUE 'R'.
000210 05 FILLER PIC X(01).
000220 05 CR-REASON PIC X(30).
