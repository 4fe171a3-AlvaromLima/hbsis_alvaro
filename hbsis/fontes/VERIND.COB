       COPY "copybook\SISFDGER.CPY".

       FD ARQ-SALVA
           RECORD CONTAINS 407 CHARACTERS.
       01 REGSALVA             PIC X(407).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "copybook\SISWSGER.CPY".
           EVALUATE WS-BASE
             WHEN "C" MOVE REGCLI TO REGSALVA(1:293)
             WHEN "V" MOVE REGVEN TO REGSALVA(1:106)
             WHEN "P" MOVE REGPED TO REGSALVA(1:407)
             WHEN "N" MOVE REGNF  TO REGSALVA(1:216)
             WHEN "T" MOVE REGTIT TO REGSALVA(1:97)
           END-EVALUATE
           WRITE REGSALVA
                   MOVE REGSALVA(1:106) TO REGVEN
                   WRITE REGVEN
                WHEN "P"
                   MOVE REGSALVA(1:407) TO REGPED
                   WRITE REGPED
                WHEN "N"
                   MOVE REGSALVA(1:216) TO REGNF
                   WRITE REGNF
                WHEN "T"
                   MOVE REGSALVA(1:97) TO REGTIT
