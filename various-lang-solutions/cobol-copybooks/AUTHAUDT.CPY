000010*----------------------------------------------------------*
000020* AUTHAUDT - AUTHORITY AUDIT TRAIL (day3authaudit.txt).      *
000030* APPEND-ONLY. ONE RECORD PER AUTHORITY DECISION BY ANY      *
000040* CONTROLLED PROGRAM: RUN STAMP, PROGRAM, OPERATOR, THE      *
000050* FUNCTION ASKED FOR, GRANTED OR REFUSED, THE REASON FOR A   *
000060* REFUSAL, AND A DETAIL FIELD - SAY, THE BATCH AND MAKER.    *
000070*----------------------------------------------------------*
000080 01  AUTHAUDIT-REC.
000090     05  AAU-RUN-DATE                 PIC 9(08).
000100     05  FILLER                       PIC X(01).
000110     05  AAU-RUN-TIME                 PIC 9(06).
000120     05  FILLER                       PIC X(01).
000130     05  AAU-PROGRAM                  PIC X(08).
000140     05  FILLER                       PIC X(01).
000150     05  AAU-OPERATOR-ID              PIC X(08).
000160     05  FILLER                       PIC X(01).
000170     05  AAU-FUNCTION                 PIC X(08).
000180     05  FILLER                       PIC X(01).
000190     05  AAU-OUTCOME                  PIC X(08).
000200     05  FILLER                       PIC X(01).
000210     05  AAU-REASON                   PIC X(30).
000220     05  FILLER                       PIC X(01).
000230     05  AAU-DETAIL                   PIC X(30).
