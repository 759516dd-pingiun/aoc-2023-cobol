      *****************************************************************
      * On-call contact directory record layout, one line per         *
      * routing rule, catalogued in ONCALL-CONTACTS.DAT. COPY         *
      * ONCALL. under an FD. AOCNOTE routes every notification to the *
      * contact of the rule that best matches the item's program,     *
      * feed base and severity, and an escalation to the same rule's  *
      * backup. An asterisk in a key field matches anything; of the   *
      * rules that match, the one naming the program beats one naming *
      * the base, which beats one naming only the severity, and on a  *
      * tie the later line wins. The directory is a change-controlled *
      * parameter dataset, maintained through AOCCHG.                 *
      *****************************************************************
       01  ONCALL-RECORD.
           05  OC-PROGRAM-ID       PIC X(8).
           05  OC-BASE             PIC X(8).
           05  OC-SEVERITY         PIC X(8).
           05  OC-CONTACT          PIC X(28).
           05  OC-BACKUP           PIC X(28).
