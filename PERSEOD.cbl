      *> noted OK since the last complete chain is not run again :
      *> the next invocation restarts at the step that failed.
           1 ws-table-etapes.
               2 ws-nb-etapes pic 9 value 5.
               2 ws-etape-ent occurs 5 times.
                   3 ws-etape-nom pic x(8).
                   3 ws-etape-faite pic x(1).
           move "PERSDUP" to ws-etape-nom(2).
           move "PERSLIST" to ws-etape-nom(3).
           move "PERSEXP" to ws-etape-nom(4).
           move "PERSSAV" to ws-etape-nom(5).
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-nb-etapes
               move "N" to ws-etape-faite(ws-idx)
               when 2 call "PERSDUP"
               when 3 call "PERSLIST"
               when 4 call "PERSEXP"
               when 5 call "PERSSAV"
           end-evaluate.
           move return-code to ws-rc-etape.
           move zero to return-code.
