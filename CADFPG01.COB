      *     CONTA DO PLANO (PLANCTA.DAT) ONDE O RECEBIMENTO LIQUIDA
      *     E AO PRAZO EM DIAS ATE O DINHEIRO CAIR NA CONTA. USADA
      *     POR RECEB001 NA BAIXA DAS PARCELAS E PELO FECHAMENTO
      *     DIARIO DE CAIXA (FECHCX01). PARA CARTAO GUARDA TAMBEM A
      *     TAXA CONTRATADA COM A ADQUIRENTE E A CONTA DE DESPESA
      *     DA TAXA, USADAS NA CONCILIACAO DE CARTOES (CONCRT01).
      *
      ******************************************************************

           02 FG-DESCRICAO   PIC X(20).
           02 FG-CONTA       PIC 9(05).
           02 FG-DIAS-LIQUID PIC 9(03).
      *    CARTAO: TAXA CONTRATADA COM A ADQUIRENTE E CONTA DE
      *    DESPESA ONDE A TAXA E LANCADA (CONCRT01)
           02 FG-TAXA-PCT    PIC 99V99.
           02 FG-CONTA-TAXA  PIC 9(05).

       FD  PLANCTA.
       01  REGISTRO-CONTA.
      *        GRUPO DE RESULTADO PARA O DRE (DRE001):
      *        0-NENHUM 1-RECEITA 2-DEDUCOES 3-CUSTOS 4-DESPESAS
           02 CTA-GRUPO-RES PIC 9(01).
      *        S-SINTETICA (SO TOTALIZA AS FILHAS) A-ANALITICA
           02 CTA-TIPO      PIC X.
               88 CTA-SINTETICA VALUE "S" "s".
           02 CTA-PAI       PIC 9(05).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  WFG-DESCRICAO   PIC X(20) VALUE SPACES.
       77  WFG-CONTA       PIC 9(05) VALUE ZERO.
       77  WFG-DIAS-LIQUID PIC 9(03) VALUE ZERO.
       77  WFG-TAXA-PCT    PIC 99V99 VALUE ZERO.
       77  WFG-CONTA-TAXA  PIC 9(05) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
               DISPLAY "DESCRICAO                  " AT 0705
               DISPLAY "CONTA DO PLANO             " AT 0805
               DISPLAY "DIAS ATE LIQUIDAR          " AT 0905
               DISPLAY "TAXA ADQUIRENTE PCT        " AT 1005
               DISPLAY "CONTA DESPESA DA TAXA      " AT 1105
               ACCEPT WFG-CODIGO                     AT 0613
               IF WFG-CODIGO = 99 THEN
                   CLOSE FORMPG PLANCTA
               ACCEPT WFG-CONTA AT 0835
               PERFORM VALIDA-CONTA
               ACCEPT WFG-DIAS-LIQUID AT 0935
               ACCEPT WFG-TAXA-PCT AT 1035
               ACCEPT WFG-CONTA-TAXA AT 1135
               IF WFG-CONTA-TAXA NOT = ZERO
                   PERFORM VALIDA-CONTA-TAXA
               END-IF
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               .
               MOVE FG-DESCRICAO   TO WFG-DESCRICAO
               MOVE FG-CONTA       TO WFG-CONTA
               MOVE FG-DIAS-LIQUID TO WFG-DIAS-LIQUID
               MOVE FG-TAXA-PCT    TO WFG-TAXA-PCT
               MOVE FG-CONTA-TAXA  TO WFG-CONTA-TAXA
               DISPLAY WFG-DESCRICAO   AT 0735
               DISPLAY WFG-CONTA       AT 0835
               DISPLAY WFG-DIAS-LIQUID AT 0935
               DISPLAY WFG-TAXA-PCT    AT 1035
               DISPLAY WFG-CONTA-TAXA  AT 1135
               .
           VALIDA-CONTA.
               IF FS-PLANCTA = "00"
                       NOT INVALID KEY
                           DISPLAY CTA-DESCRICAO (1:25) AT 0845
                   END-READ
                   IF CTA-SINTETICA
                       DISPLAY "CONTA SINTETICA NAO RECEBE LANCAMENTO"
                           AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
                   END-IF
               END-IF
               .
      *    TAXA DE CARTAO SO E LANCADA EM CONTA DO PLANO
           VALIDA-CONTA-TAXA.
               IF FS-PLANCTA = "00"
                   MOVE WFG-CONTA-TAXA TO CTA-CODIGO
                   READ PLANCTA
                       INVALID KEY
                           DISPLAY "CONTA DA TAXA FORA DO PLANO DE"
                               " CONTAS" AT 1905
                           MOVE "N" TO OPCAO
                           GO TO TELA-EXIT
                       NOT INVALID KEY
                           DISPLAY CTA-DESCRICAO (1:25) AT 1145
                   END-READ
                   IF CTA-SINTETICA
                       DISPLAY "CONTA DA TAXA SINTETICA NAO RECEBE"
                           " LANCAMENTO" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
                   END-IF
               END-IF
               .
           GRAVA-DADOS.
               MOVE WFG-DESCRICAO   TO FG-DESCRICAO
               MOVE WFG-CONTA       TO FG-CONTA
               MOVE WFG-DIAS-LIQUID TO FG-DIAS-LIQUID
               MOVE WFG-TAXA-PCT    TO FG-TAXA-PCT
               MOVE WFG-CONTA-TAXA  TO FG-CONTA-TAXA
               WRITE REGISTRO-FORMPG
                   INVALID KEY
                       DISPLAY "FORMA JA CADASTRADA" AT 1905
               MOVE WFG-DESCRICAO   TO FG-DESCRICAO
               MOVE WFG-CONTA       TO FG-CONTA
               MOVE WFG-DIAS-LIQUID TO FG-DIAS-LIQUID
               MOVE WFG-TAXA-PCT    TO FG-TAXA-PCT
               MOVE WFG-CONTA-TAXA  TO FG-CONTA-TAXA
               REWRITE REGISTRO-FORMPG
                   INVALID KEY
                       DISPLAY "FORMA NAO CADASTRADA" AT 1905
