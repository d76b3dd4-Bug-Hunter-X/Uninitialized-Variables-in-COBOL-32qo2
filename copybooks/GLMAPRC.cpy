      ******************************************************************
      * GLMAPRC.CPY
      *
      * One row per category code on the general ledger account map
      * (DD GLMAP), kept alongside the category reference master
      * (layout CATMSTRC) and keyed the same way.  BUGGLJ posts a
      * category's net WA1-AMOUNT movement to GLM-BALANCE-ACCOUNT
      * against GLM-OFFSET-ACCOUNT under GLM-COST-CENTER.  A category
      * with no row here, or with either account blank, is unmapped
      * and holds the whole night's journal.
      ******************************************************************
       05  GLM-CATEGORY-CODE             PIC X(04).
       05  GLM-BALANCE-ACCOUNT           PIC X(12).
       05  GLM-OFFSET-ACCOUNT            PIC X(12).
       05  GLM-COST-CENTER               PIC X(06).
       05  GLM-FILLER                    PIC X(26).
