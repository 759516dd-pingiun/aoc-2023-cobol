      *****************************************************************
      * Operator-authorization record layout, one line per grant, in  *
      * OPERATOR-AUTH.DAT. COPY AUTHREC. under an FD. A grant lets    *
      * one user id perform one maintenance function from             *
      * AU-EFFECTIVE-DATE through AU-EXPIRY-DATE inclusive (99999999  *
      * for a standing grant). The functions the utilities check      *
      * before they touch anything:                                   *
      *                                                               *
      *   REGISTRY     AOCREG ADD / CHG / DEA                         *
      *   ALERT-ACK    AOCACK ACK / RESOLVE                           *
      *   BACKOUT      AOCLINE BACKOUT                                *
      *   RESUBMIT     DAY2ARSB, DAY4ARSB                             *
      *   NEWGEN       NEWGEN.sh                                      *
      *   NEWEXP       NEWEXP.sh                                      *
      *   CALOVERRIDE  AOCCALCK run under CALOVERRIDE=Y               *
      *   CERTIFY      AOCCERT CERTIFY                                *
      *   PARMCHANGE   AOCCHG PROPOSE                                 *
      *   PARMAPPROVE  AOCCHG APPROVE / REJECT                        *
      *   PERIODCLOSE  AOCCLOSE CLOSE                                 *
      *   REJWRITEOFF  AOCREJ WRITEOFF                                *
      *   RESTORE      RESTORE.sh                                     *
      *                                                               *
      * A grant is revoked by changing its expiry date, so the line   *
      * stays as the record of the access once held. The grants are a *
      * change-controlled parameter dataset, maintained through AOCCHG*
      * (key: user id and function).                                  *
      *****************************************************************
       01  OPERATOR-AUTH-RECORD.
           05  AU-USER             PIC X(8).
           05  AU-FUNCTION         PIC X(12).
           05  AU-EFFECTIVE-DATE   PIC X(8).
           05  AU-EXPIRY-DATE      PIC X(8).
           05  AU-GRANTED-BY       PIC X(8).
           05  AU-DESCRIPTION      PIC X(30).

