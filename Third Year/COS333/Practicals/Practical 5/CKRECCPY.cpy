001490     05  CK-TOLERANCE-BREACHES   PIC 9(04).
001492     05  CK-CSV-LINES            PIC 9(06).
001494     05  CK-COUNT-HASH           PIC 9(12).
001496     05  CK-COVERAGE-GAPS        PIC 9(05).
001500     05  FILLER                  PIC X(02).
