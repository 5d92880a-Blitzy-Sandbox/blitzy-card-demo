      *   COCRDUPC  - Card update (user context)
      *   COADM01C  - Admin menu (user type routing)
      *   COMEN01C  - Main menu (user type routing)
      *   CBRCT01C  - Recertification campaign extract
      *   CORCT00C  - Recertification certify/revoke (manager)
      *   CBRCT02C  - Recertification deadline and completion
      *
      * Data Source: app/jcl/DUSRSECJ.jcl (inline SYSIN data)
      * Cross-Ref:  COCOM01Y.cpy (CDEMO-USRTYP-ADMIN/USER)
      * Parallel:   UNUSED1Y.cpy (same structure, UNUSED- prefix)
      *
      * Total record size: 195 bytes. Grew from the original 80
      * to add SEC-USR-PWD-CHANGED-DT, to 112 for the salted
      * password hash (SEC-USR-PWD-SALT/-HASH), to 120 for the
      * role ID, to 158 for the admin second-factor fields
      * (SEC-USR-OTP-* / SEC-USR-BACKUP-CODE-*), to 178 for
      * the sign-on schedule/terminal restrictions, to 187
      * for the employee-cardholder linkage, then to 195 for
      * the user's manager (access recertification) -- safe
      * to grow because online programs only ever move this
      * record by length (LENGTH OF SEC-USER-DATA) through EXEC
      * CICS READ/WRITE/REWRITE; the batch FD in CBUSR01C was
      * re-sized with it, and CBCRP01C's (which reads the
      * employee linkage) and CBRCT01C's/CBRCT02C's (the
      * recertification campaign) are cut to the same 195
      * bytes.
      *
       01 SEC-USER-DATA.
      * Bytes 1-8: User ID - primary key for USRSEC
      *   interest wall), each attempt written to AUDITLOG
      *   and reported monthly by CBCOI01C.
         05 SEC-USR-EMPLOYEE-CUST-ID   PIC X(09).
      * Bytes 188-195: User ID of the user's manager -- who
      *   certifies or revokes this user's access in a
      *   recertification campaign (CBRCT01C / CORCT00C,
      *   CVRCT01Y.cpy). Loaded by the CBUSR01C feed's 'M'
      *   action; spaces = no manager on file, and an admin
      *   certifies the user instead.
         05 SEC-USR-MANAGER-ID         PIC X(08).
