      *----------------------------------------------------------------*
      * LTXDATA.CPY - Customer Correspondence Text Library             *
      * Used by: LTXLKUP, STMTPRT, LOANPROC, COLLECT, DORMPROC,        *
      *          RATENOTC, TDMATUR, RATEFCST, TAXFORM, F1098,          *
      *          ACCTRNUM, BNSENRL, DEPRTRN, LOANBILL, LOANDREL,       *
      *          LOANMATR, MNRCONV, ODCONF, PRIVNOTC, SDBREL,          *
      *          SECCONF, BWHMNT, COLLTRAK, DISPREFD, PMITERM,         *
      *          SVCBOARD, SVCXFER, IRAFORM                            *
      * The wording of every customer letter and of the statement's    *
      * printed labels lives on the PARMS.LTRTEXT library (loaded by   *
      * the LTRTEXT job), not in the producing programs, so a wording  *
      * change or a new language is a library change. One 80-byte      *
      * LETTER-TEXT-RECORD per line, keyed by letter type, language    *
      * (E English, S Spanish - see PRV-LANGUAGE in PRIVDATA) and line *
      * number. A letter's lines are numbered 001 up without gaps and  *
      * kept together; the statement's lines are individual labels     *
      * picked by number. &1 through &6 in the text are replaced by    *
      * the values the producer passes, trailing spaces dropped. Cards *
      * with '*' in column 1 are comments. Letter types in use:        *
      *   STM STMTPRT statement labels, picked by line number          *
      *   DN1 DN2 DN3 COLLECT dunning letter, by collection level      *
      *   ADV LOANPROC adverse-action notice                           *
      *   ADR adverse-action reasons, picked by line number: 001       *
      *       credit score, 002 debt ratio, 003 customer not verified, *
      *       004 any other reason                                     *
      *   DRM DORMPROC dormancy letter                                 *
      *   RCN RATENOTC deposit rate change notice                      *
      *   TDM TDMATUR certificate maturity notice                      *
      *   RST RATEFCST ARM payment-shock notice                        *
      *   T99 TAXFORM 1099-INT cover letter                            *
      *   T98 F1098 1098 cover letter                                  *
      *   RNM ACCTRNUM new account number notice                       *
      *   BNX BNSENRL bonus rate expiry notice                         *
      *   DRN DEPRTRN returned deposit notice                          *
      *   DRR DEPRTRN return reasons, picked by line number            *
      *   LBL LOANBILL billing statement labels, by line number        *
      *   LFD LOANDREL failed autopay draft notice                     *
      *   LFR LOANDREL draft reject reasons, picked by line number     *
      *   BLN LOANMATR balloon payment notice                          *
      *   MJC MJM MNRCONV age-of-majority notice, custodian / minor    *
      *   ODI ODO ODCONF overdraft opt-in / opt-out confirmation       *
      *   ODM ODCONF how the choice was made, picked by line number    *
      *   PRN PRIVNOTC privacy notice                                  *
      *   PRC PRIVNOTC headings and choices, picked by line number     *
      *   SDB SDBREL safe deposit box rent letters, by line number     *
      *   SCC SECCONF security change confirmation                     *
      *   BWH BWHMNT backup withholding begun notice                   *
      *   CLR COLLTRAK lien release letter                             *
      *   CL1 CL2 COLLTRAK insurance lapse reminder / final warning    *
      *   CLF COLLTRAK force-placed insurance notice                   *
      *   DRF DISPREFD dispute refund advice                           *
      *   PMT PMITERM PMI termination notice                           *
      *   SVB SVCBOARD servicing transfer hello letter                 *
      *   SVT SVCXFER servicing transfer goodbye letter                *
      *   IRC IRAFORM 5498 / 1099-R cover letter                       *
      * The mandated IRS form bodies are not in the library - they     *
      * print in English whatever the customer's language.             *
      *----------------------------------------------------------------*
       01  LETTER-TEXT-RECORD.
           05  LTX-KEY.
               10  LTX-LETTER-TYPE    PIC X(03).
               10  LTX-LANGUAGE       PIC X(01).
               10  LTX-LINE-NO        PIC 9(03).
           05  FILLER                 PIC X(01).
           05  LTX-TEXT               PIC X(72).

      *    LTXLKUP's request and answer for one line: the producer
      *    sets the letter type, the customer's language, the line
      *    number and any values the line takes. Return codes:
      *      0 = rendered in the language asked for
      *      4 = the library has no text of this type in that
      *          language - rendered in English instead
      *      8 = no such line (past the end of the letter) -
      *          LTQ-TEXT is spaces
       01  LETTER-TEXT-REQUEST.
           05  LTQ-LETTER-TYPE        PIC X(03).
           05  LTQ-LANGUAGE           PIC X(01).
           05  LTQ-LINE-NO            PIC 9(03).
           05  LTQ-VALUES.
               10  LTQ-VALUE          PIC X(72) OCCURS 6 TIMES.
           05  LTQ-TEXT               PIC X(133).
           05  LTQ-LANGUAGE-USED      PIC X(01).
           05  LTQ-RC                 PIC S9(04) COMP.
