      * Operator authority record: one per operator per workbench
      * program (REJFIX, SUSFIX, LIMAPPR, CATMNT), kept on OPERAUTH
      * by security administration. OPA-ACTIONS lists the decision
      * codes the operator may key in that program - REJFIX "C"/"W",
      * SUSFIX "R"/"D", LIMAPPR "A"/"D", CATMNT "A"/"C"/"D"/"R"/"L".
      * OPA-CEILING is the largest write-off, release, or approval
      * the operator may make alone, in base currency whatever the
      * currency the item was captured in; above it, and for every
      * category limit change, a second operator holding the same
      * authority must confirm the decision before it takes effect.
      * An operator with no record for a program may key nothing in
      * it.
       01  OPERATOR-AUTHORITY-RECORD.
           05  OPA-OPERATOR            PIC X(8).
           05  OPA-PROGRAM             PIC X(8).
           05  OPA-ACTIONS             PIC X(6).
           05  OPA-CEILING             PIC 9(9)V99.
           05  FILLER                  PIC X(47).
