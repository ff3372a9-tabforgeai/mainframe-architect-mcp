               88  RJQ-TRANSFER-BLOCKED   VALUE 'XFRB'.
               88  RJQ-CHANNEL-LIMIT      VALUE 'VLIM'.
               88  RJQ-CHECK-DIGIT        VALUE 'CHKD'.
               88  RJQ-ACCOUNT-HOLDER-DECEASED VALUE 'DCSD'.
               88  RJQ-OVERDRAFT-NOT-OPTED-IN VALUE 'REGE'.
               88  RJQ-IRA-NO-PLAN        VALUE 'IRAN'.
               88  RJQ-IRA-TAX-YEAR       VALUE 'IRAY'.
               88  RJQ-IRA-OVER-LIMIT     VALUE 'IRAL'.
               88  RJQ-ACCOUNT-RENUMBERED VALUE 'RNUM'.
               88  RJQ-OTHER-REASON       VALUE 'OTHR'.
           05  RJQ-REASON-TEXT        PIC X(40).
           05  RJQ-QUEUED-DATE        PIC X(08).
