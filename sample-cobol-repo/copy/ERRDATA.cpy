      *                        or file control totals; nothing posts
      *      0510  WIROUTGO  - outgoing wires sent do not prove to
      *                        the funding debits emitted
      *      0520  LBXINTAK  - lockbox remittance file fails its own
      *                        batch or file trailer totals; nothing
      *                        posts
      *      0530  OLBINTAK  - online-banking instruction file fails
      *                        its own trailer totals; nothing posts
      *      0540  STLRECON  - Fed or correspondent statement fails
      *                        its own balance proof; not matched
      *      0550  F314SRCH  - 314(a) subject list larger than the
      *                        subject table; run stopped so no
      *                        subject goes unsearched
               88  ERRC-ZERO-VOLUME       VALUE 0010.
               88  ERRC-NEGATIVE-BALANCE  VALUE 0042.
               88  ERRC-OUT-OF-SEQUENCE   VALUE 0043.
               88  ERRC-PIN-RESET         VALUE 0420.
               88  ERRC-ACH-OUT-OF-BALANCE VALUE 0500.
               88  ERRC-WIRE-OUT-OF-PROOF VALUE 0510.
               88  ERRC-LOCKBOX-OUT-OF-BALANCE VALUE 0520.
               88  ERRC-OLB-OUT-OF-BALANCE VALUE 0530.
               88  ERRC-STMT-OUT-OF-BALANCE VALUE 0540.
               88  ERRC-SUBJECT-TABLE-FULL VALUE 0550.
           05  ERR-MESSAGE            PIC X(80).
           05  ERR-TIMESTAMP          PIC X(26).
           05  ERR-SEVERITY           PIC X(1).
