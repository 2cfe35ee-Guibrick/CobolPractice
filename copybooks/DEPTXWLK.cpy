      *****************************************************
      * DEPTXWLK.cpy
      * One DEPT-CROSSWALK-RECORD per department move, kept in
      * DEPTXWLK.DAT: the old code, the code it becomes and
      * the date the move takes effect. A blank XWK-EMP-ID
      * moves everyone in the old code (a merge); a split is
      * keyed as one row per employee going to each new code,
      * with a final blank-ID row for whoever is left.
      * DeptReorg applies the rows whose effective date has
      * arrived - remapping PATIENTS.IDX, pending SUSPENSE.DAT
      * records and DEPTREF.DAT - and WellnessScorecard reads
      * the same file to restate earlier months' rollups under
      * the new structure, so a reorg does not break the
      * year-over-year comparison. Rows are never removed; the
      * file is the department history.
      *****************************************************
       01  DEPT-CROSSWALK-RECORD.
           05  XWK-OLD-DEPT-CODE       PIC X(4).
           05  XWK-NEW-DEPT-CODE       PIC X(4).
           05  XWK-EFFECTIVE-DATE      PIC X(8).
           05  XWK-EMP-ID              PIC X(6).
