000194* A GROUP WITHOUT A BALANCING TRAILER IS INCOMPLETE AND
000200* MUST NOT BE TRUSTED BY DOWNSTREAM READERS.  IN BATCH-DRIVER
000210* MODE ONE GROUP IS WRITTEN PER INPUT-NUMBER PROCESSED.
000212* THE HEADER CARRIES THE INNER BOUND THE RUN WAS BUILT TO - WITH
000214* THE INPUT NUMBER AND THE RANDOM DRAW IT FIXES EVERY ELEMENT
000216* VALUE, SO ARRVRFY CAN PROVE EACH DETAIL INDEPENDENTLY.  A
000218* HEADER WRITTEN BEFORE THE FIELD EXISTED HOLDS SPACES THERE.
000220*----------------------------------------------------------------
000230 01  ARRAYOUT-RECORD.
000240     05  ARO-REC-TYPE                PIC X(01).
000330         10  ARO-ELEMENT-RESULT          PIC S9(10).
000340         10  ARO-INDEX                   PIC 9(05).
000350         10  ARO-ELEMENT-VALUE           PIC S9(10).
000355         10  ARO-INNER-BOUND             PIC 9(05).
000360         10  ARO-FILLER                  PIC X(05).
000370     05  ARO-TRAILER-BODY REDEFINES ARO-RUN-BODY.
000380         10  ARO-TRL-INPUT-NUMBER        PIC 9(05).
000390         10  ARO-TRL-SEED                PIC 9(09).
