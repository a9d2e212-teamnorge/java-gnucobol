
       C-Change-And-Rewrite-Field Section.
      *--- a held record is the analyst's to release: maintenance ------
      *--- refuses it and hands back CS-RC-RECORD-HELD; a retired ------
      *--- record is frozen until the purge and hands back -------------
      *--- CS-RC-RECORD-RETIRED ------------------------------------------
               evaluate true
                   when MR-STATUS-HELD
                       set CS-RC-RECORD-HELD to true
                       display 'COBCHMNT: key [' MNT-Key '] is on hold '
                           '- not changed'
                   when MR-STATUS-RETIRED
                       set CS-RC-RECORD-RETIRED to true
                       display 'COBCHMNT: key [' MNT-Key '] is retired '
                           '- not changed'
                   when other
                       perform C1-Transform-And-Rewrite
               end-evaluate.

       C1-Transform-And-Rewrite Section.
               if MNT-FunctionCode is omitted
                       end-rewrite
                   end-if
               else
                   if CS-RC-NO-TRANSLATION
                       display 'COBCHMNT: no translation on file, key ['
                           MNT-Key '] not changed'
                   else
                       display 'COBCHMNT: transformation failed, key ['
                           MNT-Key '] not changed'
                   end-if
               end-if.

      *--- the change stamp rides on every rewrite: a space status is --
      *--- a record loaded before the stamp fields existed and a -------
      *--- non-numeric count is its never-stamped filler ------------------
       C2-Stamp-Change-Fields Section.
               call 'cobchpdt' using
                   by reference mr-last-change-date
               move function current-date(9:6)
                   to mr-last-change-clock
               if mr-change-count is numeric
                   add 1 to mr-change-count
               else
