000050* ARRIVAL TIME, GREETING-TYPE CODE, AND THE EMPLOYEE ID OF THE     *
000060* HOST THE VISITOR IS HERE TO SEE). A RECORD TYPE OF G MARKS AN    *
000062* ESCORTED GROUP: THE NAME IS THE GROUP LEADER AND THE PARTY       *
000064* SIZE SAYS HOW MANY BADGES THE PARTY NEEDS. A VISITOR WHO CAME BY *
000066* CAR CARRIES THE VEHICLE PLATE AND THE PARKING LOT ASKED FOR      *
000067* (BLANK FOR THE DEFAULT LOT). VEDIT ADDS THE COMPANY CODE THE     *
000068* COMPANY RESOLVED TO ON COMPMAST (BLANK WHEN UNKNOWN). SUPPLY THE *
000069* 01 LEVEL AT THE COPY SITE.                                       *
000071*------------------------------------------------------------------*
000080 05 VR-NAME PIC X(20).
000090 05 VR-COMPANY PIC X(20).
000100 05 VR-BADGE-NO PIC 9(06).
000160    88 VR-GROUP-RECORD VALUE 'G'.
000170 05 VR-PARTY-SIZE PIC 9(03).
000180 05 VR-VISITOR-ID PIC 9(08).
000190 05 VR-PLATE PIC X(10).
000200 05 VR-LOT PIC X(02).
000210 05 VR-COMPANY-CODE PIC X(06).
