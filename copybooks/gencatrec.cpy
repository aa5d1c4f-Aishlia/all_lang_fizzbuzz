      *> Output-generation catalog record (data/gen-catalog.dat) -
      *> one entry each time a program writes, patches, archives
      *> or purges a dated run-output generation.  Run outputs
      *> are carried as generations keyed by business date and
      *> step (data/classify-<step>-<YYYYMMDD>.out and so on), so
      *> a historical rerun, tonight's run and a pending
      *> correction can sit on disk together; this file says
      *> which generations exist.  The newest entry for a
      *> GC-FILE-NAME is its current state - fizzbuzz-housekeep
      *> compacts the catalog to one entry per file when it
      *> sweeps.
      *> GC-BUS-DATE: the business date the generation belongs
      *> to - the run's as-of date (see PARM-ASOF-DATE in
      *> runparm.cpy), so a rerun of an old range files under
      *> that range's date, not tonight's.
      *> GC-STEP-ID: the step, 'CONS' for the consolidated
      *> classify, totals, extract and ready stamp, 'ALL ' for
      *> the verification exceptions (which span every step).
      *> GC-FILE-TYPE: CLASSIFY, REPORT, CTLTOTAL, CHECKPT,
      *> VFYEXC, EXTRACT, READY.
      *> GC-STATUS: 'ONLINE' = on disk, 'ARCHIVED' = copied to
      *> the dated archive and removed (see data/archive-index.dat
      *> for where), 'PURGED' = removed.
       01 GEN-CATALOG-REC.
           05 GC-BUS-DATE           PIC 9(8).
           05 GC-STEP-ID            PIC X(4).
           05 GC-FILE-TYPE          PIC X(8).
           05 GC-STATUS             PIC X(8).
           05 GC-REC-COUNT          PIC 9(9).
           05 GC-PROGRAM            PIC X(20).
           05 GC-TIMESTAMP          PIC X(19).
           05 GC-FILE-NAME          PIC X(60).
