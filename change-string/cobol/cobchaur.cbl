       data division.
       file section.
       fd  audit-file
           record contains 200 characters.
       copy audtrec.
       fd  report-file
           record contains 80 characters.
       01 ws-count-pgm-other pic 9(9) value zero.
       01 ws-count-rc-00 pic 9(9) value zero.
       01 ws-count-rc-04 pic 9(9) value zero.
       01 ws-count-rc-06 pic 9(9) value zero.
       01 ws-count-rc-08 pic 9(9) value zero.
       01 ws-count-rc-12 pic 9(9) value zero.
       01 ws-count-rc-other pic 9(9) value zero.
      *--- low-values on either side of a keyed entry mean the change --
      *--- added or removed the key ----------------------------------------
       01 ws-not-on-file-value pic x(60) value low-values.
       procedure division.
       A-Main Section.
               display 'Starting: cobchaur.cbl'
                       add 1 to ws-count-rc-00
                   when '04'
                       add 1 to ws-count-rc-04
                   when '06'
                       add 1 to ws-count-rc-06
                   when '08'
                       add 1 to ws-count-rc-08
                   when '12'
               end-string
               write report-line
               move spaces to report-line
               if aud-original-value = ws-not-on-file-value
                   move '  OLD (NO RECORD - KEY ADDED)' to report-line
               else
                   string '  OLD [' delimited by size
                       aud-original-value delimited by size
                       ']' delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               move spaces to report-line
               if aud-resulting-value = ws-not-on-file-value
                   move '  NEW (NO RECORD - KEY REMOVED)' to report-line
               else
                   string '  NEW [' delimited by size
                       aud-resulting-value delimited by size
                       ']' delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               move spaces to report-line
               write report-line.
               end-string
               write report-line
               move spaces to report-line
               string '  RC 06 (NO TRANSLATION)   : '
                   delimited by size
                   ws-count-rc-06 delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  RC 08 (LENGTH ERROR)     : '
                   delimited by size
                   ws-count-rc-08 delimited by size
