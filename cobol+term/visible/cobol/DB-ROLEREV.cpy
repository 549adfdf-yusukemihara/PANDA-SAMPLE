      * ROLE REVOCATION REQUEST.  BY IS WHO REVOKED (OR THE JOB),
      * OWNER THE FILE LOCK OWNER, ACTION THE WORD RECORDED IN THE
      * APPROVAL AUDIT CHAIN.  RC 0 REMOVED, 1 USER DID NOT HOLD THE
      * ROLE, 2 ROLE TABLE LOCKED BY HOLDER, 3 NO ROLE TABLE, 4 ROLE
      * TABLE TOO LONG TO REWRITE.
       01  DB-ROLEREV.
           05  DB-ROLEREV-USER         PIC X(20).
           05  DB-ROLEREV-ROLE         PIC X(20).
           05  DB-ROLEREV-BY           PIC X(20).
           05  DB-ROLEREV-OWNER        PIC X(20).
           05  DB-ROLEREV-ACTION       PIC X(12).
           05  DB-ROLEREV-HOLDER       PIC X(20).
           05  DB-ROLEREV-RC           PIC 9(4).
