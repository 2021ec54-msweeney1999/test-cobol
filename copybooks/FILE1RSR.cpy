      * Status line for the batch stream controller -- shared by
      * the controller S1, which appends one line per step outcome
      * (step number, program, disposition, captured RETURN-CODE,
      * run stamp, and the business date the run was processing
      * as of), and by the morning status report N1, which
      * reads the newest balancing step's recorded RETURN-CODE as
      * the run's balance verdict, so the line's layout only has
      * to be maintained in one place.
           05  RST-RUN-DATE      PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RST-RUN-TIME      PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RST-AS-OF-DATE    PIC 9(08).
