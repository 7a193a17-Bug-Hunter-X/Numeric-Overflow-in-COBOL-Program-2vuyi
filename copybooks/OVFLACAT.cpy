      *  from it, and a destroyed generation keeps its row with       *
      *  CAT-STATUS D so the audit binder shows what existed and      *
      *  when it was destroyed.                                       *
      *  CAT-FILE-TYPE: EXC / SUS / ALT, OUT (the cycle's posted      *
      *  OUTFILE rows) and REL (the released items OVFLPOST posted    *
      *  under the cycle).  CAT-STATUS: A archived, D destroyed.      *
      *****************************************************************
       01  ARCHIVE-CATALOG-RECORD.
           05  CAT-FILE-TYPE               PIC X(3).
