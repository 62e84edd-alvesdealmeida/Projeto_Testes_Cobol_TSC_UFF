           02 OP-DATA-SENHA PIC 9(08).
           02 OP-FALHAS     PIC 9(01).
           02 OP-TROCAR     PIC X.
      *    FILIAL DO OPERADOR (FILIAL.DAT) - ZERO = MATRIZ (01)
           02 OP-FILIAL     PIC 9(02).

      *    TRAVAS DE REGISTRO (TRAVA001) - SO CONSULTADAS NO LOGIN
      *    PARA AVISAR O OPERADOR QUE AINDA SEGURA TRAVAS DE UMA
           02 LINE 16 COL 2  VALUE "[67] MENSALIDADES".
           02 LINE 17 COL 2  VALUE "[68] PROFESSORES".
           02 LINE 18 COL 2  VALUE "[69] FECHAMENTO DE ANO".
           02 LINE 5  COL 28 VALUE "[70] REORGANIZA ARQUIVOS".
           02 LINE 6  COL 28 VALUE "[71] CONVERTE CODIGOS".
           02 LINE 7  COL 28 VALUE "[72] VENDA BALCAO".
           02 LINE 8  COL 28 VALUE "[73] CUSTODIA CHEQUES".
           02 LINE 9  COL 28 VALUE "[74] CONCILIA CARTOES".
           02 LINE 10 COL 28 VALUE "[75] BORDERO PAGAMENTOS".
           02 LINE 11 COL 28 VALUE "[76] REMESSA PAGAMENTOS".
           02 LINE 12 COL 28 VALUE "[77] RETORNO PAGAMENTOS".
           02 LINE 13 COL 28 VALUE "[78] NOTA FISCAL ENTRADA".
           02 LINE 14 COL 28 VALUE "[79] PROCESSO IMPORTACAO".
           02 LINE 15 COL 28 VALUE "[80] CODIGOS DE BARRAS".
           02 LINE 16 COL 28 VALUE "[81] GARANTIA (SERIES)".
           02 LINE 17 COL 28 VALUE "[82] ORDENS DE SERVICO".
           02 LINE 18 COL 28 VALUE "[83] DEVOLUCAO FORNEC.".
           02 LINE 5  COL 54 VALUE "[84] COTACAO COMPRAS".
           02 LINE 6  COL 54 VALUE "[85] TRANSF. DEPOSITOS".
           02 LINE 7  COL 54 VALUE "[86] CONSIGNACAO".
           02 LINE 8  COL 54 VALUE "[87] KITS DE VENDA".
           02 LINE 9  COL 54 VALUE "[88] PROMOCOES".
           02 LINE 10 COL 54 VALUE "[89] CONTRATOS RECORR.".
           02 LINE 11 COL 54 VALUE "[90] METAS DE VENDAS".
           02 LINE 12 COL 54 VALUE "[91] CLASSIFICACAO ABC".
           02 LINE 13 COL 54 VALUE "[92] ESTOQUE PARADO".
           02 LINE 14 COL 54 VALUE "[93] CESTA DE COMPRAS".
           02 LINE 15 COL 54 VALUE "[94] ATIVO IMOBILIZADO".
           02 LINE 16 COL 54 VALUE "[95] DEPRECIACAO MENSAL".
           02 LINE 17 COL 54 VALUE "[96] CENTROS DE CUSTO".
           02 LINE 18 COL 54 VALUE "[97] RATEIO CENTROS".
           02 LINE 19 COL 54 VALUE "[98] ORCAMENTO CONTABIL".
           02 LINE 20 COL 54 VALUE "[99] LANCTOS RECORRENTES".
           02 LINE 19 COL 2  VALUE "[0] VOLTAR AO MENU PRINCIPAL".
           02 LINE 20 COL 2  VALUE "DIGITE O NUMERO DESEJADO[...]".
           02 OPCAO-AP LINE 20 COL 28 PIC 99 USING WOPCAO-AP AUTO.
           02 LINE 21 COL 10 VALUE "[27] CONVERSAO ORCAMENTO".
           02 LINE 21 COL 45 VALUE "[28] HISTORICO FIM DE DIA".
           02 LINE 22 COL 45 VALUE "[29] EXCECOES SEGURANCA".
           02 LINE 7  COL 10 VALUE "[30] CONCILIACAO CARTOES".
           02 LINE 7  COL 45 VALUE "[31] CUSTO IMPORTACAO".
           02 LINE 6  COL 10 VALUE "[32] GARANTIA POR FORNECED".
           02 LINE 6  COL 45 VALUE "[33] DIVERGENCIA TRANSF.".
           02 LINE 2  COL 45 VALUE "[34] POSICAO CONSIGNACAO".
           02 LINE 3  COL 45 VALUE "[35] RESULTADO PROMOCOES".
           02 LINE 4  COL 45 VALUE "[36] CONTRATOS A VENCER".
           02 LINE 5  COL 45 VALUE "[37] ATINGIMENTO METAS".
           02 LINE 2  COL 10 VALUE "[38] ACURACIDADE CONTAGEM".
           02 LINE 4  COL 10 VALUE "[39] RAZAO DO IMOBILIZADO".
           02 LINE 23 COL 45 VALUE "[40] DRE POR CENTRO CUSTO".
           02 LINE 1  COL 45 VALUE "[41] ORCADO X REALIZADO".
           02 LINE 24 COL 45 VALUE "[42] EXPORTA CONTABIL".
           02 LINE 24 COL 10 VALUE "[43] FGTS E ENCARGOS".
           02 LINE 3  COL 21 VALUE "[44] EMPRESTIMOS FUNC.".
           02 LINE 24 COL 67 VALUE "[45] INF.RENDA".
           02 LINE 22 COL 10 VALUE "[0] VOLTAR AO MENU PRINCIPAL".
           02 LINE 23 COL 10 VALUE "DIGITE O NUMERO DESEJADO[...]".
           02 OPCAO-REL LINE 23 COL 36 PIC 99 USING WOPCAO-REL AUTO.
           MOVE ZEROS           TO OP-DATA-SENHA
           MOVE ZERO            TO OP-FALHAS
           MOVE "S"             TO OP-TROCAR
           MOVE 01              TO OP-FILIAL
           WRITE REGISTRO-OPERADOR
               INVALID KEY
                   DISPLAY "FALHA AO CRIAR OPERADOR PADRAO"
           CALL "PROFESS1" USING WOPCAO-AP, WOPERADOR
       WHEN 69
           CALL "FECHANO1"
       WHEN 70
           CALL "REORG001" USING WOPCAO-AP, WOPERADOR
       WHEN 71
           CALL "CONVCOD1" USING WOPCAO-AP, WOPERADOR
       WHEN 72
           CALL "VENBAL01" USING WOPCAO-AP, WOPERADOR
       WHEN 73
           CALL "CHQCUS01" USING WOPCAO-AP, WOPERADOR
       WHEN 74
           CALL "CONCRT01" USING WOPCAO-AP, WOPERADOR
       WHEN 75
           CALL "PAGBOR01" USING WOPCAO-AP, WOPERADOR
       WHEN 76
           CALL "PAGREM01"
       WHEN 77
           CALL "PAGRET01"
       WHEN 78
           CALL "NFENT01" USING WOPCAO-AP, WOPERADOR
       WHEN 79
           CALL "IMPCUS01" USING WOPCAO-AP, WOPERADOR
       WHEN 80
           CALL "CADASTRO-CODIGO-BARRAS" USING WOPCAO-AP, WOPERADOR
       WHEN 81
           CALL "RECLAMACAO-GARANTIA" USING WOPCAO-AP, WOPERADOR
       WHEN 82
           CALL "ORDEM-SERVICO" USING WOPCAO-AP, WOPERADOR
       WHEN 83
           CALL "DEVOLUCAO-FORNECEDOR" USING WOPCAO-AP, WOPERADOR
       WHEN 84
           CALL "COTACAO-COMPRA" USING WOPCAO-AP, WOPERADOR
       WHEN 85
           CALL "TRANSFERENCIA-ESTOQUE" USING WOPCAO-AP, WOPERADOR
       WHEN 86
           CALL "CONSIGNACAO-CLIENTE" USING WOPCAO-AP, WOPERADOR
       WHEN 87
           CALL "CADASTRO-KIT" USING WOPCAO-AP, WOPERADOR
       WHEN 88
           CALL "CADASTRO-PROMOCAO" USING WOPCAO-AP, WOPERADOR
       WHEN 89
           CALL "CADASTRO-CONTRATO" USING WOPCAO-AP, WOPERADOR
       WHEN 90
           CALL "CADASTRO-METAS" USING WOPCAO-AP, WOPERADOR
       WHEN 91
           CALL "ABCCLS01"
       WHEN 92
           CALL "ESTOBS01" USING WOPCAO-AP, WOPERADOR
       WHEN 93
           CALL "CESTA001"
       WHEN 94
           CALL "CADASTRO-ATIVO" USING WOPCAO-AP, WOPERADOR
       WHEN 95
           CALL "DEPREC01" USING WOPCAO-AP, WOPERADOR
       WHEN 96
           CALL "CADASTRO-CENTRO" USING WOPCAO-AP, WOPERADOR
       WHEN 97
           CALL "RATEIO01" USING WOPCAO-AP, WOPERADOR
       WHEN 98
           CALL "CADASTRO-ORCAMENTO" USING WOPCAO-AP, WOPERADOR
       WHEN 99
           CALL "CADASTRO-LANC-RECORRENTE" USING WOPCAO-AP, WOPERADOR
       WHEN OTHER
           CONTINUE
           END-EVALUATE
           MOVE "EXECHIS1" TO WREL-CODIGO
       WHEN 29
           MOVE "SEGEXC01" TO WREL-CODIGO
       WHEN 30
           MOVE "RELCRT01" TO WREL-CODIGO
       WHEN 31
           MOVE "RELCIM01" TO WREL-CODIGO
       WHEN 32
           MOVE "RELGAR01" TO WREL-CODIGO
       WHEN 33
           MOVE "RELTRF01" TO WREL-CODIGO
       WHEN 34
           MOVE "RELCSG01" TO WREL-CODIGO
       WHEN 35
           MOVE "RELPRM01" TO WREL-CODIGO
       WHEN 36
           MOVE "RELCTR01" TO WREL-CODIGO
       WHEN 37
           MOVE "RELMET01" TO WREL-CODIGO
       WHEN 38
           MOVE "RELCIC01" TO WREL-CODIGO
       WHEN 39
           MOVE "RELIMO01" TO WREL-CODIGO
       WHEN 40
           MOVE "RELCCU01" TO WREL-CODIGO
       WHEN 41
           MOVE "RELORC01" TO WREL-CODIGO
       WHEN 42
           MOVE "EXPCTB01" TO WREL-CODIGO
       WHEN 43
           MOVE "RELFGT01" TO WREL-CODIGO
       WHEN 44
           MOVE "RELEMP01" TO WREL-CODIGO
       WHEN 45
           MOVE "INFREN01" TO WREL-CODIGO
       WHEN 5
           CALL "RELFILA1"
               GO TO SUBMENU-RELATORIOS-EXIT
