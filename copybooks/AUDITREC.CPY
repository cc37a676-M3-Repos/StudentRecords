      *  A FULL STUDENT RECORD, PLUS THE REASON CODE GIVEN BY THE  *
      *  OPERATOR.  AUDIT-REASON-CODE IS SPACES FOR OTHER ACTIONS. *
      *                                                            *
      *  THE GRADE-POSTING-RUN ALSO WRITES A GRDCHG ACTION WHEN    *
      *  IT POSTS A SHEET GRADE OVER A PENDING (BLANK) GRADE.      *
      *  THE SOURCE IS POSTING AND THE REASON CODE IS PST.         *
      *                                                            *
      *  A PROFIL ACTION CARRIES THE STUDENT-PROFILE RECORD IN     *
      *  THE IMAGE FIELDS INSTEAD OF A STUDENT-MASTER RECORD.      *
      *                                                            *
      *  A PREOVR ACTION RECORDS AN ENROLLMENT TAKEN WITHOUT ITS   *
      *  PREREQUISITES.  THE AFTER IMAGE CARRIES THE CLASS, TERM,  *
      *  FIRST UNMET REQUIRED COURSE AND SOURCE (ONLINE/BATCH),    *
      *  AND AUDIT-REASON-CODE CARRIES THE OVERRIDE REASON.        *
      *                                                            *
      *  A WAITPR ACTION IS AN ENROLLMENT TAKEN FROM THE CLASS     *
      *  WAITLIST WHEN A SEAT WAS FREED.  IT CARRIES THE FULL      *
      *  STUDENT RECORD BEFORE AND AFTER, LIKE AN UPDATE.          *
      *                                                            *
      *  A GRDOVR ACTION RECORDS A GRADUATION GRANTED BY A         *
      *  SUPERVISOR WHEN THE DEGREE AUDIT WAS NOT MET.  THE AFTER  *
      *  IMAGE CARRIES THE PROGRAM, FIRST SHORTFALL, SUPERVISOR    *
      *  AND SOURCE (ONLINE/BATCH), AND AUDIT-REASON-CODE CARRIES  *
      *  THE OVERRIDE REASON.  IT FOLLOWS THE GRAD ACTION.         *
      *                                                            *
      *  THE REGISTRAR-CORRECTION-RUN WRITES UPDATE (NAME) AND     *
      *  PROFIL (ADDRESS/CONTACT) ACTIONS WITH REASON CODE REG.    *
      *  THE DELTA FEED SKIPS THESE SO A CORRECTION RECEIVED FROM  *
      *  THE REGISTRAR IS NOT SENT BACK TO THE REGISTRAR.          *
      *                                                            *
      *  AN ARCHIV ACTION IS WRITTEN BY THE ALUMNI-ARCHIVE-RUN     *
      *  WHEN A STUDENT IS MOVED OFF STUDENT-MASTER TO THE ALUMNI  *
      *  ARCHIVE.  THE BEFORE IMAGE IS THE STUDENT RECORD AND THE  *
      *  AFTER IMAGE IS SPACES.  A RESTOR ACTION IS THE REVERSE,   *
      *  WRITTEN WHEN AN ARCHIVED STUDENT IS BROUGHT BACK TO THE   *
      *  LIVE MASTER; IT IS FOLLOWED BY THE REINST ACTION.         *
      *----------------------------------------------------------*
       01  AUDIT-RECORD.
           05  AUDIT-STUDENT-ID        PIC 9(05).
                                       VALUE "GRDCHG".
               88  AUDIT-ACTION-PROFILE
                                       VALUE "PROFIL".
               88  AUDIT-ACTION-PREREQ-OVERRIDE
                                       VALUE "PREOVR".
               88  AUDIT-ACTION-WAITLIST-PROMOTE
                                       VALUE "WAITPR".
               88  AUDIT-ACTION-GRAD-OVERRIDE
                                       VALUE "GRDOVR".
               88  AUDIT-ACTION-ARCHIVE
                                       VALUE "ARCHIV".
               88  AUDIT-ACTION-RESTORE
                                       VALUE "RESTOR".
           05  AUDIT-DATE              PIC 9(08).
           05  AUDIT-TIME              PIC 9(06).
           05  AUDIT-BEFORE-IMAGE      PIC X(189).
           05  AUDIT-AFTER-IMAGE       PIC X(189).
           05  AUDIT-REASON-CODE       PIC X(03).
               88  AUDIT-REASON-REGISTRAR
                                       VALUE "REG".
