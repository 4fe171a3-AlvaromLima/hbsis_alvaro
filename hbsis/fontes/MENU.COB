                   DISPLAY TELA-MENU-SEC-09
                   MOVE "00.00" TO WOPCAO
                   ACCEPT TELA-MENU-SEC-09
                WHEN "10"
                   DISPLAY TELA-MENU-SEC-10
                   MOVE "00.00" TO WOPCAO
                   ACCEPT TELA-MENU-SEC-10
                WHEN "11"
                   DISPLAY TELA-MENU-SEC-11
                   MOVE "00.00" TO WOPCAO
                   ACCEPT TELA-MENU-SEC-11
                WHEN "12"
                   DISPLAY TELA-MENU-SEC-12
                   MOVE "00.00" TO WOPCAO
                   ACCEPT TELA-MENU-SEC-12
                WHEN "13"
                   DISPLAY TELA-MENU-SEC-13
                   MOVE "00.00" TO WOPCAO
                   ACCEPT TELA-MENU-SEC-13
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
              IF WOPCAO(1:2) = "01" OR WOPCAO(1:2) = "03" OR
                 WOPCAO(1:2) = "05" OR WOPCAO(1:2) = "06" OR
                 WOPCAO(1:2) = "07" OR WOPCAO(1:2) = "08" OR
                 WOPCAO(1:2) = "09" OR WOPCAO(1:2) = "10" OR
                 WOPCAO(1:2) = "11" OR WOPCAO(1:2) = "12" OR
                 WOPCAO(1:2) = "13" OR WOPCAO = "04.04"
                 MOVE "N" TO WS-PERMITIDO
              END-IF
           END-IF
           MOVE "S" TO WS-OPCAO-VALIDA
           EVALUATE WOPCAO
             WHEN "01.01" WHEN "01.02" WHEN "01.03" WHEN "01.04"
             WHEN "01.05" WHEN "01.06" WHEN "01.07"
             WHEN "02.01" WHEN "02.02" WHEN "02.03" WHEN "02.04"
             WHEN "02.05" WHEN "02.06" WHEN "02.07" WHEN "02.08"
             WHEN "02.09" WHEN "02.10" WHEN "02.11"
             WHEN "03.01" WHEN "03.02" WHEN "03.03" WHEN "03.04"
             WHEN "03.05" WHEN "03.06" WHEN "03.07" WHEN "03.08"
             WHEN "04.01" WHEN "04.02" WHEN "04.03" WHEN "04.04"
             WHEN "04.05" WHEN "04.06"
             WHEN "05.01" WHEN "05.02" WHEN "05.03"
             WHEN "05.04" WHEN "05.05" WHEN "05.06" WHEN "05.07"
             WHEN "05.08" WHEN "05.09" WHEN "05.10" WHEN "05.11"
             WHEN "05.12" WHEN "05.13" WHEN "05.14" WHEN "05.15"
             WHEN "06.01" WHEN "06.02" WHEN "06.03" WHEN "06.04"
             WHEN "06.05" WHEN "06.06" WHEN "06.07" WHEN "06.08"
             WHEN "06.09" WHEN "06.10" WHEN "06.11" WHEN "06.12"
             WHEN "06.17"
             WHEN "07.01" WHEN "07.02" WHEN "07.03"
             WHEN "07.04" WHEN "07.05" WHEN "07.06" WHEN "07.07"
             WHEN "07.08" WHEN "07.09" WHEN "07.10" WHEN "07.11"
             WHEN "07.12" WHEN "07.13" WHEN "07.14"
             WHEN "08.01" WHEN "08.02" WHEN "08.03"
             WHEN "08.04" WHEN "08.05" WHEN "08.06"
             WHEN "08.07" WHEN "08.08" WHEN "08.09"
             WHEN "08.10" WHEN "08.11" WHEN "08.12"
             WHEN "08.13"
             WHEN "09.01" WHEN "09.02" WHEN "09.03"
             WHEN "09.04" WHEN "09.05" WHEN "09.06"
             WHEN "09.07" WHEN "09.08" WHEN "09.09"
             WHEN "09.10" WHEN "09.11" WHEN "09.12"
             WHEN "10.01" WHEN "10.02" WHEN "10.03" WHEN "10.04"
             WHEN "10.05"
             WHEN "11.01" WHEN "11.02" WHEN "11.03"
             WHEN "12.01" WHEN "12.02" WHEN "12.03" WHEN "12.04"
             WHEN "12.05" WHEN "12.06" WHEN "12.07"
             WHEN "13.01" WHEN "13.02" WHEN "13.03" WHEN "13.04"
             WHEN "13.05" WHEN "13.06" WHEN "13.07"
             WHEN "13.08" WHEN "13.09" WHEN "13.10"
             WHEN "13.11" WHEN "13.12" WHEN "13.13" WHEN "13.14"
             WHEN "13.15"
                CONTINUE
             WHEN OTHER
                MOVE "N" TO WS-OPCAO-VALIDA
                CALL "CADFIL" USING W-OPERADOR-ID
             WHEN "01.06"
                CALL "CADPSP" USING W-OPERADOR-ID
             WHEN "01.07"
                CALL "CADFER" USING W-OPERADOR-ID
		     WHEN "02.01"
                CALL "RELCLI" USING W-OPERADOR-ID
             WHEN "02.02"
                CALL "CORERR" USING W-OPERADOR-ID
             WHEN "04.05"
                CALL "SPLVIS" USING W-OPERADOR-ID
             WHEN "04.06"
                CALL "APRCAD" USING W-OPERADOR-ID
             WHEN "05.01"
                CALL "CADPED" USING W-OPERADOR-ID
             WHEN "05.02"
                CALL "COBCLI" USING W-OPERADOR-ID
             WHEN "05.14"
                CALL "CNBTIT" USING W-OPERADOR-ID
             WHEN "05.15"
                CALL "SIMPRC" USING W-OPERADOR-ID
             WHEN "06.01"
                CALL "UTIBKP" USING W-OPERADOR-ID
             WHEN "06.02"
                CALL "RELMRG" USING W-OPERADOR-ID
             WHEN "07.07"
                CALL "FECMES" USING W-OPERADOR-ID
             WHEN "07.08"
                CALL "RELVAL" USING W-OPERADOR-ID
             WHEN "07.09"
                CALL "RELNFR" USING W-OPERADOR-ID
             WHEN "07.10"
                CALL "SPDFIS" USING W-OPERADOR-ID
             WHEN "07.11"
                CALL "CADCTB" USING W-OPERADOR-ID
             WHEN "07.12"
                CALL "EXTCTB" USING W-OPERADOR-ID
             WHEN "07.13"
                CALL "CONBCO" USING W-OPERADOR-ID
             WHEN "07.14"
                CALL "CHQCUS" USING W-OPERADOR-ID
             WHEN "08.01"
                CALL "CADEST" USING W-OPERADOR-ID
             WHEN "08.02"
                CALL "CADATV" USING W-OPERADOR-ID
             WHEN "08.08"
                CALL "IMPPED" USING W-OPERADOR-ID
             WHEN "08.09"
                CALL "INVCIC" USING W-OPERADOR-ID
             WHEN "08.10"
                CALL "TRFEST" USING W-OPERADOR-ID
             WHEN "08.11"
                CALL "CADMOT" USING W-OPERADOR-ID
             WHEN "08.12"
                CALL "ACEMOT" USING W-OPERADOR-ID
             WHEN "08.13"
                CALL "RETCAR" USING W-OPERADOR-ID
             WHEN "09.01"
                CALL "ARCMOV" USING W-OPERADOR-ID
             WHEN "09.02"
                CALL "IMPPRO" USING W-OPERADOR-ID
             WHEN "09.07"
                CALL "MONCAP" USING W-OPERADOR-ID
             WHEN "09.08"
                CALL "RETNFE" USING W-OPERADOR-ID
             WHEN "09.09"
                CALL "NEGCOB" USING W-OPERADOR-ID
             WHEN "09.10"
                CALL "SELOUT" USING W-OPERADOR-ID
             WHEN "09.11"
                CALL "RELSTR" USING W-OPERADOR-ID
             WHEN "09.12"
                CALL "RELREC" USING W-OPERADOR-ID
             WHEN "10.01"
                CALL "CADFOR" USING W-OPERADOR-ID
             WHEN "10.02"
                CALL "CADPCO" USING W-OPERADOR-ID
             WHEN "10.03"
                CALL "CADPAG" USING W-OPERADOR-ID
             WHEN "10.04"
                CALL "RELPAG" USING W-OPERADOR-ID
             WHEN "10.05"
                CALL "SUGCOM" USING W-OPERADOR-ID
             WHEN "11.01"
                CALL "CADCAL" USING W-OPERADOR-ID
             WHEN "11.02"
                CALL "RELPRZ" USING W-OPERADOR-ID
             WHEN "11.03"
                CALL "RELCTS" USING W-OPERADOR-ID
             WHEN "12.01"
                CALL "PDDTIT" USING W-OPERADOR-ID
             WHEN "12.02"
                CALL "REVLIM" USING W-OPERADOR-ID
             WHEN "12.03"
                CALL "CADGRP" USING W-OPERADOR-ID
             WHEN "12.04"
                CALL "EXTCLI" USING W-OPERADOR-ID
             WHEN "12.05"
                CALL "CADRAP" USING W-OPERADOR-ID
             WHEN "12.06"
                CALL "CADVBA" USING W-OPERADOR-ID
             WHEN "12.07"
                CALL "ENVMSG" USING W-OPERADOR-ID
             WHEN "13.01"
                CALL "CADPPG" USING W-OPERADOR-ID
             WHEN "13.02"
                CALL "GERPPG" USING W-OPERADOR-ID
             WHEN "13.03"
                CALL "CADEDI" USING W-OPERADOR-ID
             WHEN "13.04"
                CALL "IMPEDI" USING W-OPERADOR-ID
             WHEN "13.05"
                CALL "RELSRV" USING W-OPERADOR-ID
             WHEN "13.06"
                CALL "CALKMV" USING W-OPERADOR-ID
             WHEN "13.07"
                CALL "INTFOL" USING W-OPERADOR-ID
             WHEN "13.08"
                CALL "SCOVEN" USING W-OPERADOR-ID
             WHEN "13.09"
                CALL "IMPPSQ" USING W-OPERADOR-ID
             WHEN "13.10"
                CALL "RELPSQ" USING W-OPERADOR-ID
             WHEN "13.11"
                CALL "CADOCO" USING W-OPERADOR-ID
             WHEN "13.12"
                CALL "RELOCO" USING W-OPERADOR-ID
             WHEN "13.13"
                CALL "ROICOM" USING W-OPERADOR-ID
             WHEN "13.14"
                CALL "RELDOC" USING W-OPERADOR-ID
             WHEN "13.15"
                CALL "OPOMIX" USING W-OPERADOR-ID
           END-EVALUATE
           .

