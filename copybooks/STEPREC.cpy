      ******************************************************************
      *  STEPREC - job-stream step register record, STEPREG
      *  Permanent and only ever appended to. Each program in the
      *  nightly chain -- TRNSORT, RATEEDIT, DLYACCUM, TRIALBAL,
      *  GLRECON, SUSPMGMT -- writes one record as it starts and one
      *  as it ends, or a single blocked record when it refuses to
      *  start because a step it depends on has not ended cleanly
      *  for the same business date. STEPSTAT reports from it.
      ******************************************************************
       01  STEP-REGISTER-RECORD.
           05  STP-BUSINESS-DATE           PIC 9(8).
      *        The night's business date off BUSDATE
           05  STP-PROGRAM                 PIC X(8).
           05  STP-EVENT                   PIC X(1).
               88  STP-STARTED             VALUE "S".
               88  STP-ENDED               VALUE "E".
               88  STP-BLOCKED             VALUE "B".
           05  STP-RETURN-CODE             PIC 9(4).
      *        Zero on a start record; 8 on a blocked record
           05  STP-EVENT-DATE              PIC 9(8).
           05  STP-EVENT-TIME              PIC 9(6).
      *        Wall-clock date and time the record was written
           05  STP-RECORDS-IN              PIC 9(9).
           05  STP-RECORDS-OUT             PIC 9(9).
           05  STP-CONTROL-TOTAL           PIC S9(13)V99.
      *        Counts and control total on an end record; what each
      *        program counts is described in its header
           05  STP-BLOCKED-BY              PIC X(8).
      *        Blocked record only: the first prerequisite step
      *        found not ended cleanly
           05  FILLER                      PIC X(4).
