      * comma-delimited fields:
      *   VENDOR NUMBER,INVOICE NUMBER,DESCRIPTION,AMOUNT,
      *     INVOICE DATE(MM/DD/YYYY),DUE DATE(MM/DD/YYYY),
      *     DEDUCTIBLE(Y/N),TAXABLE(Y/N),USE TAX AMOUNT,
      *     CONTRACT NUMBER,PROJECT,COST CODE,ALLOCATION
      * The later columns are the newest - an older feed
      * that stops at DEDUCTIBLE imports as not taxable, one
      * without a contract column bills no contract, and one
      * without the project columns charges no project, and
      * one without the allocation column is not split.
      * This is the common ground between a CSV export from a
      * vendor's billing system and a fixed EDI 810 extract -
      * either one can be reformatted to this layout ahead of
