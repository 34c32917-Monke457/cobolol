000010*------------------------------------------------------------------*
000020* ERASAUDT - VISITOR ERASURE AUDIT RECORD LAYOUT                   *
000030* ONE RECORD PER ERASURE REQUEST, APPENDED BY VERASE TO THE        *
000040* PERMANENT ERASAUDT DATASET WHETHER THE REQUEST WAS CARRIED OUT   *
000050* OR REFUSED. IT HOLDS NO NAME OR COMPANY - ONLY THE VISITOR ID,   *
000060* THE REQUEST REFERENCE, THE OUTCOME (E = ERASED, D = REFUSED FOR  *
000070* AN OPEN DENYLIST ENTRY, S = REFUSED FOR A PENDING SECURITY CASE, *
000080* V = REFUSED AS INVALID) AND HOW MANY RECORDS EACH FILE GAVE UP.  *
000090* SUPPLY THE 01 LEVEL AT THE COPY SITE.                            *
000100*------------------------------------------------------------------*
000110 05 EA-TIMESTAMP PIC X(14).
000120 05 FILLER PIC X(01).
000130 05 EA-BUSINESS-DATE PIC 9(06).
000140 05 FILLER PIC X(01).
000150 05 EA-VISITOR-ID PIC 9(08).
000160 05 FILLER PIC X(01).
000170 05 EA-REQUEST-REF PIC X(10).
000180 05 FILLER PIC X(01).
000190 05 EA-OUTCOME PIC X(01).
000200    88 EA-ERASED VALUE 'E'.
000210    88 EA-REFUSED-DENYLIST VALUE 'D'.
000220    88 EA-REFUSED-SECURITY VALUE 'S'.
000230    88 EA-REFUSED-INVALID VALUE 'V'.
000240 05 FILLER PIC X(01).
000250 05 EA-MASTER-COUNT PIC 9(01).
000260 05 FILLER PIC X(01).
000270 05 EA-ALIAS-COUNT PIC 9(03).
000280 05 FILLER PIC X(01).
000290 05 EA-CHECKIN-COUNT PIC 9(05).
000300 05 FILLER PIC X(01).
000310 05 EA-DEPART-COUNT PIC 9(05).
000320 05 FILLER PIC X(01).
000330 05 EA-KEYED-BY PIC X(06).
