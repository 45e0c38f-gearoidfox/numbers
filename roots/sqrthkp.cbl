003593*                   OF APPENDING TO A FILE ABOUT TO BE          *
003594*                   OVERWRITTEN.  CLEARED AT NORMAL END, OWN    *
003595*                   LOCK ONLY; AN ABEND LEAVES IT FOR SQRTULK.  *
003596*  15/10/2026  DOK  SQRTLOG GAINED DEGREE, MASTER-ACTION AND    *
003597*                   TOLERANCE FIELDS; RECORD LENGTHS IN STEP.   *
003600*--------------------------------------------------------------*
003700*
003800 ENVIRONMENT DIVISION.
006900     05  SQRTLOG-ITER           PIC 9(4).
007000     05  SQRTLOG-ORIGIN         PIC X(01).
007010     05  SQRTLOG-REQ-ID         PIC X(8).
007020     05  SQRTLOG-DEGREE         PIC 9(2).
007030     05  SQRTLOG-MST-ACTION     PIC X(01).
007040     05  SQRTLOG-TOLERANCE      PIC S9(8)V9(09).
007100*
007200 FD  SQRTARC-FILE
007300     RECORDING MODE IS F.
007400 01  SQRTARC-RECORD              PIC X(83).
007500*
007600 FD  SQRTWRK-FILE
007700     RECORDING MODE IS F.
007800 01  SQRTWRK-RECORD              PIC X(83).
007900*
008000 FD  SQRTHCT-FILE
008100     RECORDING MODE IS F.
013200     88  HK-SQRTWRK-EOF                   VALUE 'Y'.
013300     88  HK-SQRTWRK-NOT-EOF               VALUE 'N'.
013400*
013500 01  HK-WRK-HOLD-RECORD          PIC X(83).
013600*
013700 77  HK-RPT-MONTHS-ED            PIC ZZ9.
013800 77  HK-RPT-GEN-ED               PIC 9(4).
