      * CARRYING ITS OWN DATASET NAME, AND THE PROGRAMS MATCH THIS
      * FIELD AGAINST THOSE DELIMITERS.  SPACES = NO FIELD-LEVEL
      * LAYOUT (WHOLE-VALUE COMPARE).
      *
      * TCTL-KEY-MASK AND TCTL-SORT-KEY-MASK TELL DYNMASK WHETHER THE
      * TABLE'S KEY AND SORT KEY HOLD SENSITIVE VALUES - 'Y' (OR
      * SPACE) MASKS THEM BY CONSISTENT SUBSTITUTION, 'N' COPIES THEM
      * AS THEY ARE.  THEY WERE TAKEN FROM THE FILLER, SO THE RECORD
      * STAYS 400 BYTES.
       01  table-control-record.
           05 tctl-table-name PIC X(255).
           05 tctl-key-type PIC X(2).
           05 tctl-target-capacity PIC X(5).
           05 tctl-target-capacity-n REDEFINES
              tctl-target-capacity PIC 9(5).
           05 tctl-key-mask PIC X(1).
           05 tctl-sort-key-mask PIC X(1).
           05 FILLER PIC X(49).
