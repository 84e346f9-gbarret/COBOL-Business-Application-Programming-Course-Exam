      *    DESCRIPTION: VEHMAKE master record - one valid VEHICLE-MAKE
      *                 per entry, with the weeks-lead-time range that
      *                 applies to parts ordered for that make.
      *                 Maintained by VMKMAINT from add/change/retire
      *                 transactions, so a new make does not require
      *                 a program change.  VMKMAINT writes the
      *                 candidate master to VMKPNEW and lists the
      *                 parts and suppliers it would break before
      *                 VMKPNEW is promoted over VEHMAKE.
      ******************************************************************
       01  VEHMAKE-REC.
           05 VM-MAKE-NAME              PIC X(10).
