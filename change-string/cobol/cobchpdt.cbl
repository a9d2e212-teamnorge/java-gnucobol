cobsub*
       identification division.
       program-id. cobchpdt.
       environment division.
       input-output section.
       file-control.
           select processing-date-file assign to "COBCHPDT"
               organization is sequential
               file status is ws-processing-date-status.
       data division.
       file section.
       fd  processing-date-file
           record contains 40 characters.
       copy pdtrec.
       working-storage section.
       01 ws-processing-date-status pic x(2) value spaces.
      *--- the date is read once per run unit and held: a step that ----
      *--- is still running when COBCHDRL rolls the date keeps the -----
      *--- business day it started on ----------------------------------
       01 ws-date-loaded-switch pic x value 'N'.
           88 ws-date-is-loaded value 'Y'.
       01 ws-business-date pic x(8) value spaces.
       01 ws-business-date-n redefines ws-business-date pic 9(8).
       linkage section.
       01 LS-Business-Date pic x(8).
      *--- hand back the shop's business date from COBCHPDT.  A -------
      *--- missing or unusable control record is displayed for the -----
      *--- operator and the wall-clock date used instead, the same -----
      *--- way trouble on COBCHRUN never stops a step ---------------------
       procedure division using
       by reference     LS-Business-Date.
       A-Main Section.
               if not ws-date-is-loaded
                   perform B-Read-Processing-Date
                   move 'Y' to ws-date-loaded-switch
               end-if
               move ws-business-date to LS-Business-Date.

               goback.

       B-Read-Processing-Date Section.
               move spaces to ws-business-date
               open input processing-date-file
               evaluate ws-processing-date-status
                   when '00'
                       read processing-date-file
                           at end
                               continue
                           not at end
                               move pdt-business-date
                                   to ws-business-date
                       end-read
                       close processing-date-file
                   when '35'
                       continue
                   when other
                       display 'COBCHPDT: unable to open COBCHPDT, '
                           'status ' ws-processing-date-status
               end-evaluate
               if ws-business-date-n is not numeric
                   or ws-business-date-n = zero
                   move function current-date(1:8) to ws-business-date
                   display 'COBCHPDT: no business date on COBCHPDT - '
                       'wall-clock date ' ws-business-date ' used'
               end-if.
