
      *    Rewrites the catalog without the pruned generation's
      *    lines, then swaps it into place the same
      *    CBL_RENAME_FILE way dd-election-maint.cbl swaps
      *    dd_elections.dat.
       REMOVE-GEN-FROM-CATALOG.
           move 'N' to WS-EOF-FLAG.
           open input BACKUP-CATALOG-FILE.
