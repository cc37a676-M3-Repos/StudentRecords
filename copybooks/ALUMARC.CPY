      *----------------------------------------------------------*
      *  ALUMARC.CPY                                              *
      *  RECORD LAYOUT FOR THE ALUMNI ARCHIVE FILE.                *
      *  ONE RECORD PER STUDENT MOVED OFF STUDENT-MASTER BY THE    *
      *  ALUMNI-ARCHIVE-RUN AFTER BEING GRADUATED OR WITHDRAWN     *
      *  FOR THE NUMBER OF TERMS GIVEN TO THE RUN.  THE RECORD     *
      *  CARRIES THE STUDENT-MASTER RECORD AS IT STOOD WHEN IT     *
      *  WAS ARCHIVED, AND THE STUDENT-PROFILE RECORD WHEN THE     *
      *  STUDENT HAD ONE, SO EITHER CAN BE PUT BACK UNCHANGED.     *
      *                                                            *
      *  KEYED BY STUDENT-ID WITH LAST NAME AS AN ALTERNATE KEY    *
      *  SO INQUIRY, NAME SEARCH AND TRANSCRIPTS STILL FIND THE    *
      *  STUDENT.  REINSTATING AN ARCHIVED STUDENT ONLINE PUTS     *
      *  THE RECORD BACK ON STUDENT-MASTER AND DELETES IT HERE.    *
      *                                                            *
      *  ALUM-STUDENT-IMAGE IS SET FROM STUDENT-RECORD.  MOVE      *
      *  ALUM-IMG-ENROLLMENT-COUNT TO ENROLLMENT-COUNT BEFORE      *
      *  MOVING THE IMAGE BACK SO THE WHOLE TABLE IS RESTORED.     *
      *----------------------------------------------------------*
       01  ALUMNI-RECORD.
           05  ALUM-STUDENT-ID         PIC 9(05).
           05  ALUM-LAST-NAME          PIC X(10).
           05  ALUM-ARCHIVE-DATE       PIC 9(08).
           05  ALUM-LAST-TERM          PIC X(05).
           05  ALUM-STUDENT-IMAGE      PIC X(189).
           05  ALUM-IMAGE-VIEW REDEFINES ALUM-STUDENT-IMAGE.
               10  ALUM-IMG-STUDENT-ID PIC X(05).
               10  ALUM-IMG-FIRST-NAME PIC X(10).
               10  ALUM-IMG-LAST-NAME  PIC X(10).
               10  ALUM-IMG-STATUS     PIC X(01).
                   88  ALUM-IMG-WITHDRAWN VALUE "W".
                   88  ALUM-IMG-GRADUATED VALUE "G".
               10  ALUM-IMG-STANDING   PIC X(01).
               10  ALUM-IMG-ENROLLMENT-COUNT
                                       PIC 9(02).
               10  FILLER              PIC X(160).
           05  ALUM-PROFILE-FLAG       PIC X(01).
               88  ALUM-HAS-PROFILE    VALUE "Y".
           05  ALUM-PROFILE-IMAGE      PIC X(100).
