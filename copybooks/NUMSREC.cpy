      *> Department / cost-center code; drives which GL account the
      *> posting is distributed to via the NUMSGLM.DAT mapping file.
           05  TRANS-DEPT           PIC X(4).
      *> Currency the amounts are stated in (ISO code).  Blank means
      *> the suite's base currency, so batches built before foreign
      *> currency postings existed still read the same; any other
      *> code is converted to base at the rate on NUMSFXR.DAT for
      *> the business date.
           05  TRANS-CURRENCY       PIC X(3).
