      *
      * Output catalog housekeeping and listing -- the operator's
      * window onto the run-stamped generations that programs "b",
      * R1, R2, R3 and the statement run R4 register in the output
      * catalog (FILE1CAT, shared FILE1CAR copybook).
      *
      * LIST mode (the default) displays every cataloged
      * generation -- run date/time, program, output name,
