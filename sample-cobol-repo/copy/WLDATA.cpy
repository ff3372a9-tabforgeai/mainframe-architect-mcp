      * file with the full candidate record instead of being           *
      * onboarded; WLREVIEW applies compliance's release/deny          *
      * decisions to the parked records (releases onboard through the  *
      * 'DBUPD01R' entry, which bypasses the screen). The candidate's  *
      * correspondence language (see PRV-LANGUAGE in PRIVDATA) parks   *
      * with it, so a released customer keeps the language chosen at  *
      * onboarding.                                                    *
      *----------------------------------------------------------------*
       01  WATCHLIST-RECORD.
           05  WL-LISTED-NAME         PIC X(40).
           05  PND-LIST-SOURCE        PIC X(10).
           05  PND-SCREENED-DATE      PIC X(08).
           05  PND-CANDIDATE-RECORD   PIC X(121).
           05  PND-LANGUAGE           PIC X(01).
           05  FILLER                 PIC X(10).
