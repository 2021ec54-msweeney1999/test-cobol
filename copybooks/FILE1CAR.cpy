      * Catalog line for generation-managed outputs -- shared by
      * every program that writes a run-stamped report or register
      * generation (programs "b", R1, R2, R3, R4) and by the catalog
      * housekeeping/listing program H1, so the catalog's layout
      * only has to be maintained in one place.  One line per
      * output produced by a run: when, by which program, which
