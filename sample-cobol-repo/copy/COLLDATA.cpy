      *----------------------------------------------------------------*
      * COLLDATA.CPY - Collateral Record                               *
      * Used by: COLLTRAK                                              *
      * One record per secured loan (LOAN-VEHICLE, LOAN-MORTGAGE and   *
      * LOAN-HELOC - a home equity line is registered the same way as  *
      * a mortgage, against the property)                              *
      * on the COLLFILE - what secures the loan, where the lien        *
      * stands, and the borrower's proof of insurance. COLLTRAK's      *
      * nightly scan escalates lapsed insurance through the letter     *
