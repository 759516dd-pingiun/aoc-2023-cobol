      *****************************************************************
      * Field-capacity high-water record layout, appended to          *
      * FIELD-HIGHWATER.DAT by the AOCHEAD headroom step. COPY HWMARK.*
      * under an FD. One record per monitored field per run: the      *
      * highest value the run put into the field, the ceiling its     *
      * picture allows and the percentage of that ceiling used.       *
      * HW-SOURCE names the program (or shared dataset) the field     *
      * was measured in; HW-OWNER-ID is the program whose record      *
      * carried the high-water value. HW-BUSDATE sits in positions    *
      * 9-16 so the housekeeping dated cut applies to this file       *
      * unchanged.                                                    *
      *****************************************************************
       01  HIGH-WATER-RECORD.
           05  HW-SOURCE           PIC X(8).
           05  HW-BUSDATE          PIC X(8).
           05  HW-FIELD-NAME       PIC X(16).
           05  HW-OWNER-ID         PIC X(8).
           05  HW-HIGH-WATER       PIC 9(12).
           05  HW-CEILING          PIC 9(12).
           05  HW-PCT-USED         PIC 9(3).
           05  HW-RUN-ID           PIC X(14).
