               88  AM-TYPE-SAVINGS        VALUE 'SA'.
               88  AM-TYPE-LOAN           VALUE 'LN'.
               88  AM-TYPE-TERM-DEP       VALUE 'TD'.
      *            Individual retirement account - see IRADATA.
               88  AM-TYPE-IRA            VALUE 'IR'.
           05  AM-BALANCE             PIC S9(13)V99 COMP-3.
           05  AM-STATUS              PIC X(01).
               88  AM-STATUS-ACTIVE       VALUE 'A'.
