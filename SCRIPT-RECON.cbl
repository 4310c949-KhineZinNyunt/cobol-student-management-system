    05  SAL-ROW            PIC 9(2).
    05  SAL-SEAT           PIC 9(2).
    05  SAL-STUDENT-ID     PIC X(10).
    05  SAL-EXAM-DATE      PIC X(8).
    05  SAL-SESSION        PIC X.

FD  PENDING-MARKS-FILE.
01  PENDING-RECORD.
