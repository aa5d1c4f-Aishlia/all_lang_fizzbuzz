      *> PARM-ASOF-DATE (YYYYMMDD) picks which rule versions are
      *> loaded - a rerun of an old range carries the original
      *> run date here so it classifies the way it did then.
      *> Zero means "use the business date" (a normal current
      *> run).  The resolved date also keys the step's output
      *> generations (classify-<step>-<YYYYMMDD>.out and the
      *> rest, see gencatrec.cpy), so a rerun of an old range
      *> never overwrites tonight's output.
      *> PARM-RUN-MODE shrinks the batch window on big
      *> statistical ranges:
      *>   'F' (or space, on parm records keyed before the mode
