      *     OK SAO PULADOS. AO FINAL IMPRIME O SUMARIO, DISTINGUINDO
      *     PULADO POR AGENDA DE PULADO POR FALHA. SE O PLANO NAO
      *     EXISTIR, E CRIADO O PLANO PADRAO (ESTREC01, RELFILA1,
      *     DADOS001, O AVISO DE CAPACIDADE DAS SERIES DE NUMERACAO
      *     CAPNUM01, A LISTA DE DEPOSITO DE CHEQUES CHQDEP01 E OS
      *     PEDIDOS MENSAIS DOS CONTRATOS RECORRENTES GERCTR01, AS
      *     FOLHAS DA CONTAGEM CICLICA GERCIC01 E OS LANCAMENTOS
      *     CONTABEIS RECORRENTES LANREC01, TODOS DIARIOS E SEM
      *     DEPENDENCIA; O PAINEL GERENCIAL DIARIO PAINEL01; A
      *     DISTRIBUICAO DOS RELATORIOS DO SPOOL AOS ASSINANTES
      *     DISTREL1, DIARIA E DEPENDENTE DO RELFILA1, E A LISTA
      *     MENSAL DE ASSINATURAS INATIVAS ASSINA01, NO DIA 01).
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
           MOVE 03 TO PL-SEQ
           MOVE "DADOS001" TO PL-PROGRAMA
           WRITE LINHA-PLANO
           MOVE 04 TO PL-SEQ
           MOVE "CAPNUM01" TO PL-PROGRAMA
           WRITE LINHA-PLANO
           MOVE 05 TO PL-SEQ
           MOVE "CHQDEP01" TO PL-PROGRAMA
           WRITE LINHA-PLANO
           MOVE 06 TO PL-SEQ
           MOVE "GERCTR01" TO PL-PROGRAMA
           WRITE LINHA-PLANO
           MOVE 07 TO PL-SEQ
           MOVE "GERCIC01" TO PL-PROGRAMA
           WRITE LINHA-PLANO
           MOVE 08 TO PL-SEQ
           MOVE "LANREC01" TO PL-PROGRAMA
           WRITE LINHA-PLANO
           MOVE 09 TO PL-SEQ
           MOVE "PAINEL01" TO PL-PROGRAMA
           WRITE LINHA-PLANO
           MOVE 10 TO PL-SEQ
           MOVE "DISTREL1" TO PL-PROGRAMA
           MOVE "02" TO PL-DEPENDE
           WRITE LINHA-PLANO
           MOVE 11 TO PL-SEQ
           MOVE "ASSINA01" TO PL-PROGRAMA
           MOVE "M"  TO PL-FREQ
           MOVE "01" TO PL-DIA
           MOVE "00" TO PL-DEPENDE
           WRITE LINHA-PLANO
           CLOSE PLANO
           DISPLAY "PLANO PADRAO CRIADO EM PLANEXEC.DAT"
           .
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "NEGATI01"
                   CALL "NEGATI01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "RELNEG01"
                   CALL "RELNEG01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "EDIPED01"
                   CALL "EDIPED01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "ANIVBOT1"
                   CALL "ANIVBOT1"
                       ON EXCEPTION
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "CAPNUM01"
                   CALL "CAPNUM01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "CHQDEP01"
                   CALL "CHQDEP01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "GERCTR01"
                   CALL "GERCTR01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "GERCIC01"
                   CALL "GERCIC01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "LANREC01"
                   CALL "LANREC01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "PAINEL01"
                   CALL "PAINEL01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "DISTREL1"
                   CALL "DISTREL1"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "ASSINA01"
                   CALL "ASSINA01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "RECJOR01"
                   CALL "RECJOR01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN "QUALCL01"
                   CALL "QUALCL01"
                       ON EXCEPTION
                           MOVE "N" TO WPASSO-OK
                   END-CALL
               WHEN OTHER
                   PERFORM 4400-LANCA-EXECUTAVEL
           END-EVALUATE
