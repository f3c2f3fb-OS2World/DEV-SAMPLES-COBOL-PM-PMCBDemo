      *---------------------------------------------------------*
      * PMGLMAP.CPY
      *
      * Record layout for the general ledger account-mapping file
      * (glmap.dat), kept by finance as a plain text file with one
      * line per region prefix: the GL revenue account the
      * region's sales are credited to and the control account
      * the matching debit goes to. Prefixes follow regnmast.ism -
      * a two-character prefix is matched first, then a
      * one-character prefix with a blank second character. Read
      * by PMGLINTF.
      *---------------------------------------------------------*
       01  GlMapRecord.
           03  glm-prefix             pic x(2).
           03  glm-revenue-acct       pic x(10).
           03  glm-control-acct       pic x(10).
           03  glm-desc               pic x(20).
