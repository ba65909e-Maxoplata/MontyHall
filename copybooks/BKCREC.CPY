      *    MONTYBKC.DAT backup catalog layout - appended to by
      *    MONTY-BACKUP and read back by MONTY-RECOVER, never
      *    rewritten. A backup appends one "F" record per file it
      *    copied into the generation - the live file, the copy's
      *    name, its record count and its hash total - and then one
      *    "G" record for the generation carrying the sums over its
      *    "F" records. The "G" record is written last and is what
      *    marks the generation usable; "F" records with no "G" are
      *    left over from a backup that failed partway. A generation
      *    dropped under the retention count gets an "X" record
      *    stamped with the backup run that dropped it, and its copy
      *    files are deleted. The hash total is the sum of the seed
      *    field over the file's records (HIST-SEED, REG-SEED,
      *    RGM-SEED, SCH-SEED) and, for the extract marker, of the
      *    run count on its marker record - a non-numeric seed adds
      *    nothing, so a damaged record still hashes the same way
      *    every time it is read
       01 BACKUP-CATALOG-RECORD.
           05 BKC-GENERATION PIC 9(4).
           05 BKC-SEP-1 PIC X.
           05 BKC-RECORD-TYPE PIC X.
           05 BKC-SEP-2 PIC X.
           05 BKC-BACKUP-STAMP PIC X(19).
           05 BKC-SEP-3 PIC X.
      *    live file the copy was taken from, e.g. MONTYHST.DAT, and
      *    the generation copy, e.g. MONTYHST.G0007.DAT - both blank
      *    on the "G" and "X" records
           05 BKC-FILE-NAME PIC X(12).
           05 BKC-SEP-4 PIC X.
           05 BKC-COPY-NAME PIC X(18).
           05 BKC-SEP-5 PIC X.
           05 BKC-RECORD-COUNT PIC 9(9).
           05 BKC-SEP-6 PIC X.
           05 BKC-HASH-TOTAL PIC 9(18).
