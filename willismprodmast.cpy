      * conversion (which stamps 'N') - the file is indexed, so the
      * longer record otherwise fails the OPEN with status 39.
           05 PM-TAXABLE-SW            PIC X(1).
      * Controlled-substance schedule, '1' to '5' for schedules I
      * to V; 'N' for a product that is not controlled. Every
      * accepted movement of a scheduled product lands on the
      * dispensing register (WILLISMCSREG) and is reconciled
      * monthly by CSRECON. Added after the taxable byte, so a
      * master without it goes through MASTCONV the same way.
           05 PM-SCHEDULE-CODE         PIC X(1).
              88 PM-CONTROLLED         VALUE '1' THRU '5'.
