                   CALL "RELLOT01"
               WHEN "CLIINAT1"
                   CALL "CLIINAT1"
               WHEN "ASSINA01"
                   CALL "ASSINA01"
               WHEN "PAINEL01"
                   CALL "PAINEL01"
               WHEN "PREVDEM1"
                   CALL "PREVDEM1"
               WHEN "RELFOR01"
                   CALL "RELCMP01"
               WHEN "RELVAL01"
                   CALL "RELVAL01"
               WHEN "RELCRT01"
                   CALL "RELCRT01"
               WHEN "RELCIM01"
                   CALL "RELCIM01"
               WHEN "RELGAR01"
                   CALL "RELGAR01"
               WHEN "RELTRF01"
                   CALL "RELTRF01"
               WHEN "RELCSG01"
                   CALL "RELCSG01"
               WHEN "RELPRM01"
                   CALL "RELPRM01"
               WHEN "RELCTR01"
                   CALL "RELCTR01"
               WHEN "RELMET01"
                   CALL "RELMET01"
               WHEN "RELCIC01"
                   CALL "RELCIC01"
               WHEN "RELIMO01"
                   CALL "RELIMO01"
               WHEN "RELCCU01"
                   CALL "RELCCU01"
               WHEN "RELORC01"
                   CALL "RELORC01"
               WHEN "EXPCTB01"
                   CALL "EXPCTB01"
               WHEN "RELFGT01"
                   CALL "RELFGT01"
               WHEN "RELEMP01"
                   CALL "RELEMP01"
               WHEN "INFREN01"
                   CALL "INFREN01"
               WHEN "KARDEX01"
                   CALL "KARDEX01" USING WREL-OPCAO,
                       FILA-OPERADOR
                   CALL "RELPERF1"
               WHEN "ANIVBOT1"
                   CALL "ANIVBOT1"
               WHEN "RELSAC01"
                   CALL "RELSAC01"
               WHEN "RELSAC02"
                   CALL "RELSAC02"
               WHEN "RELNEG01"
                   CALL "RELNEG01"
               WHEN "ANIVER01"
                   PERFORM 2300-LANCA-EXECUTAVEL
               WHEN "CADPRO"
