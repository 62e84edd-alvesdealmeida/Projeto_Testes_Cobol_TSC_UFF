      ******************************************************************
      *
      *     CONVCOD1 - CONVERSAO DOS ARQUIVOS PARA OS CODIGOS DE 6
      *     DIGITOS (PEDIDO, CLIENTE E PRODUTO)
      *     OS CODIGOS DE PEDIDO, CLIENTE E PRODUTO (E AS REFERENCIAS
      *     A ELES EM TODO O SISTEMA) PASSARAM DE 4 PARA 6 DIGITOS.
      *     ESTE PROGRAMA REGRAVA UMA UNICA VEZ CADA ARQUIVO AFETADO
      *     DO LAYOUT ANTERIOR PARA O NOVO, NO MESMO DESENHO DO
      *     REORG001:
      *         DESCARGA  LE O ARQUIVO NO LAYOUT ANTERIOR E GRAVA O
      *                   JOGO SEQUENCIAL CONVCOD1.TMP;
      *         RECARGA   RECRIA O ARQUIVO NO LAYOUT NOVO A PARTIR DE
      *                   CONVCOD1.TMP, ABRINDO OS CAMPOS DE CODIGO
      *                   COM ZEROS A ESQUERDA.
      *     OS ARQUIVOS E AS POSICOES DOS CAMPOS AMPLIADOS ESTAO NA
      *     TABELA TAB-ARQUIVOS. A RECARGA JA GRAVA O REGISTRO NO
      *     TAMANHO ATUAL: OS CAMPOS CRIADOS DEPOIS (FILIAL, CENTRO DE
      *     CUSTO, UNIDADES, DADOS BANCARIOS, ENCARGOS DA FOLHA ETC.)
      *     ENTRAM CONFORME A TABELA TAB-INCLUSOES, COM ZEROS, BRANCOS
      *     OU O VALOR PADRAO DO CAMPO (FILIAL 01, POLITICA DE
      *     NEGATIVACAO 90/10, UNIDADE UN FATOR 1). OS ARQUIVOS QUE SO
      *     GANHARAM CAMPOS, SEM CODIGO AMPLIADO (VENDEDOR, FORMPG,
      *     POLCOB, OPERADOR, FUNCION, FOLHAPAG, PLANCTA, DADOS001
      *     ETC.), TAMBEM ESTAO EM TAB-ARQUIVOS E PASSAM PELA MESMA
      *     DESCARGA, RECARGA E CONFERENCIA. POR ARQUIVO SAO
      *     CONFERIDOS A QUANTIDADE DE REGISTROS E O TOTAL DE CONTROLE
      *     (SOMA DOS CODIGOS AMPLIADOS) ANTES E DEPOIS, E O RESULTADO
      *     VAI PARA A TELA E PARA CONVCOD1.REL.
      *     PONTO DE REINICIO: CONVCOD1.CKP GUARDA O ULTIMO ARQUIVO E
      *     A FASE CONCLUIDA (D-DESCARGA, R-RECARGA). SE A CONVERSAO
      *     CAIR NO MEIO, A PROXIMA EXECUCAO RETOMA DALI - REFAZ A
      *     RECARGA A PARTIR DE CONVCOD1.TMP OU A DESCARGA DO ARQUIVO
      *     AINDA NAO TOCADO. CONCLUIDA A CONVERSAO (FASE F) O
      *     PROGRAMA NAO RODA DE NOVO. ARQUIVO AUSENTE OU QUE NAO ABRE
      *     NO LAYOUT ANTERIOR (JA CONVERTIDO) E APENAS RELATADO.
      *     CLIENTES.DAT AINDA NO LAYOUT DE 330 POSICOES E CONVERTIDO
      *     PELO REORG001. AS COPIAS DO BACKUP01 E OS ARQUIVOS MORTOS
      *     DO ARQPED01 GERADOS ANTES DA CONVERSAO FICAM NO LAYOUT
      *     ANTERIOR.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. CONVCOD1.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ANT-CLI ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-CLI-CODIGO
           ALTERNATE KEY IS ANT-CLI-NOME WITH DUPLICATES
           ALTERNATE KEY IS ANT-CLI-CIDADE WITH DUPLICATES
           ALTERNATE KEY IS ANT-CLI-CPF WITH DUPLICATES
           ALTERNATE KEY IS ANT-CLI-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-CLI ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-CLI-CODIGO
           ALTERNATE KEY IS NOV-CLI-NOME WITH DUPLICATES
           ALTERNATE KEY IS NOV-CLI-CIDADE WITH DUPLICATES
           ALTERNATE KEY IS NOV-CLI-CPF WITH DUPLICATES
           ALTERNATE KEY IS NOV-CLI-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-NOVO.

           SELECT ANT-PRO ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-PRO-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-PRO ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-PRO-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-PED ASSIGN TO "PEDIDO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-PED-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-PED ASSIGN TO "PEDIDO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-PED-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-ITM ASSIGN TO "PEDITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-ITM-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-ITM ASSIGN TO "PEDITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-ITM-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-CR ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-CR-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-CR ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-CR-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-NF ASSIGN TO "NOTAFIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-NF-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-NF ASSIGN TO "NOTAFIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-NF-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-NI ASSIGN TO "NFITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-NI-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-NI ASSIGN TO "NFITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-NI-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-ORC ASSIGN TO "ORCAMENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-ORC-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-ORC ASSIGN TO "ORCAMENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-ORC-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-OIT ASSIGN TO "ORCITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-OIT-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-OIT ASSIGN TO "ORCITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-OIT-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-BO ASSIGN TO "BACKORD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-BO-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-BO ASSIGN TO "BACKORD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-BO-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-RES ASSIGN TO "RESERVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-RES-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-RES ASSIGN TO "RESERVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-RES-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-CB ASSIGN TO "COBRCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-CB-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-CB ASSIGN TO "COBRCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-CB-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-RM ASSIGN TO "REMCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-RM-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-RM ASSIGN TO "REMCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-RM-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-RP ASSIGN TO "RETPEND.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-RP-ID
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-RP ASSIGN TO "RETPEND.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-RP-ID
           FILE STATUS IS FS-NOVO.

           SELECT ANT-RMA ASSIGN TO "RMA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-RMA-NUMERO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-RMA ASSIGN TO "RMA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-RMA-NUMERO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-RI ASSIGN TO "ROMITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-RI-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-RI ASSIGN TO "ROMITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-RI-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-CC ASSIGN TO "CREDCLI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-CC-CLIENTE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-CC ASSIGN TO "CREDCLI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-CC-CLIENTE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-EE ASSIGN TO "ENDENTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-EE-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-EE ASSIGN TO "ENDENTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-EE-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-CTT ASSIGN TO "CLICONT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-CTT-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-CTT ASSIGN TO "CLICONT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-CTT-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-CG ASSIGN TO "CONTAGEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-CG-PRODUTO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-CG ASSIGN TO "CONTAGEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-CG-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-EB ASSIGN TO "ESTRUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-EB-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-EB ASSIGN TO "ESTRUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-EB-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-FP ASSIGN TO "FORNPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-FP-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-FP ASSIGN TO "FORNPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-FP-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-LP ASSIGN TO "LISTAPRE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-LP-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-LP ASSIGN TO "LISTAPRE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-LP-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-LOT ASSIGN TO "LOTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-LOT-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-LOT ASSIGN TO "LOTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-LOT-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-SD ASSIGN TO "SALDODEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-SD-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-SD ASSIGN TO "SALDODEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-SD-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-OP ASSIGN TO "ORDPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-OP-NUMERO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-OP ASSIGN TO "ORDPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-OP-NUMERO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-PC ASSIGN TO "PEDCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-PC-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-PC ASSIGN TO "PEDCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-PC-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-PV ASSIGN TO "PREVDEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-PV-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-PV ASSIGN TO "PREVDEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-PV-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-NUM ASSIGN TO "NUMEROS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-NUM-ENTIDADE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-NUM ASSIGN TO "NUMEROS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-NUM-ENTIDADE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-IM ASSIGN TO "ATIVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-IM-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-IM ASSIGN TO "ATIVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-IM-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-CM ASSIGN TO "COMFECH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-CM-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-CM ASSIGN TO "COMFECH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-CM-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-CP ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-CP-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-CP ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-CP-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-EV ASSIGN TO "EVENTAB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-EV-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-EV ASSIGN TO "EVENTAB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-EV-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-FO ASSIGN TO "FOLHAPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-FO-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-FO ASSIGN TO "FOLHAPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-FO-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-FG ASSIGN TO "FORMPG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-FG-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-FG ASSIGN TO "FORMPG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-FG-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-FU ASSIGN TO "FUNCION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-FU-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-FU ASSIGN TO "FUNCION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-FU-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-OPR ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-OPR-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-OPR ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-OPR-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-CTA ASSIGN TO "PLANCTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-CTA-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-CTA ASSIGN TO "PLANCTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-CTA-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-PL ASSIGN TO "POLCOB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-PL-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-PL ASSIGN TO "POLCOB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-PL-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-PRF ASSIGN TO "PROFESSOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-PRF-CODIGO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-PRF ASSIGN TO "PROFESSOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-PRF-CODIGO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-RC ASSIGN TO "RECCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-RC-CHAVE
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-RC ASSIGN TO "RECCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-RC-CHAVE
           FILE STATUS IS FS-NOVO.

           SELECT ANT-TRF ASSIGN TO "TRANSF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-TRF-NUMERO
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-TRF ASSIGN TO "TRANSF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-TRF-NUMERO
           FILE STATUS IS FS-NOVO.

           SELECT ANT-VEN ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-VEN-CODIGO
           ALTERNATE KEY IS ANT-VEN-NOME WITH DUPLICATES
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-VEN ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-VEN-CODIGO
           ALTERNATE KEY IS NOV-VEN-NOME WITH DUPLICATES
           FILE STATUS IS FS-NOVO.
      *    ARQUIVOS LINE SEQUENTIAL - O NOME VEM DE TAB-ARQUIVOS
           SELECT ANT-SEQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANTIGO.

           SELECT NOV-SEQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVO.

           SELECT CONVTMP ASSIGN TO "CONVCOD1.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONVTMP.

           SELECT CHECKPT ASSIGN TO "CONVCOD1.CKP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHECKPT.

           SELECT RELCONV ASSIGN TO "CONVCOD1.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELCONV.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    SO AS CHAVES SAO DESCRITAS - O RESTO DO REGISTRO E
      *    TRATADO COMO UM TODO EM LINHA-ANTIGA / LINHA-NOVA
       FD  ANT-CLI.
       01  REG-ANT-CLI.
           02 ANT-CLI-CODIGO PIC 9(04).
           02 ANT-CLI-NOME PIC X(50).
           02 ANT-CLI-CPF PIC 9(11).
           02 FILLER PIC X(154).
           02 ANT-CLI-CIDADE PIC X(30).
           02 FILLER PIC X(82).
           02 ANT-CLI-CNPJ PIC 9(14).
           02 FILLER PIC X(65).

       FD  NOV-CLI.
       01  REG-NOV-CLI.
           02 NOV-CLI-CODIGO PIC 9(06).
           02 NOV-CLI-NOME PIC X(50).
           02 NOV-CLI-CPF PIC 9(11).
           02 FILLER PIC X(154).
           02 NOV-CLI-CIDADE PIC X(30).
           02 FILLER PIC X(84).
           02 NOV-CLI-CNPJ PIC 9(14).
           02 FILLER PIC X(66).

       FD  ANT-PRO.
       01  REG-ANT-PRO.
           02 ANT-PRO-CODIGO PIC 9(04).
           02 FILLER PIC X(82).

       FD  NOV-PRO.
       01  REG-NOV-PRO.
           02 NOV-PRO-CODIGO PIC 9(06).
           02 FILLER PIC X(104).

       FD  ANT-PED.
       01  REG-ANT-PED.
           02 ANT-PED-CODIGO PIC 9(04).
           02 FILLER PIC X(55).

       FD  NOV-PED.
       01  REG-NOV-PED.
           02 NOV-PED-CODIGO PIC 9(06).
           02 FILLER PIC X(61).

       FD  ANT-ITM.
       01  REG-ANT-ITM.
           02 ANT-ITM-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(50).

       FD  NOV-ITM.
       01  REG-NOV-ITM.
           02 NOV-ITM-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(52).

       FD  ANT-CR.
       01  REG-ANT-CR.
           02 ANT-CR-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(41).

       FD  NOV-CR.
       01  REG-NOV-CR.
           02 NOV-CR-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(43).

       FD  ANT-NF.
       01  REG-ANT-NF.
           02 ANT-NF-CHAVE.
               03 FILLER PIC X(01).
               03 FILLER PIC 9(06).
           02 FILLER PIC X(200).

       FD  NOV-NF.
       01  REG-NOV-NF.
           02 NOV-NF-CHAVE.
               03 FILLER PIC X(01).
               03 FILLER PIC 9(06).
           02 FILLER PIC X(238).

       FD  ANT-NI.
       01  REG-ANT-NI.
           02 ANT-NI-CHAVE.
               03 FILLER PIC X(01).
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(34).

       FD  NOV-NI.
       01  REG-NOV-NI.
           02 NOV-NI-CHAVE.
               03 FILLER PIC X(01).
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(36).

       FD  ANT-ORC.
       01  REG-ANT-ORC.
           02 ANT-ORC-CODIGO PIC 9(04).
           02 FILLER PIC X(61).

       FD  NOV-ORC.
       01  REG-NOV-ORC.
           02 NOV-ORC-CODIGO PIC 9(06).
           02 FILLER PIC X(63).

       FD  ANT-OIT.
       01  REG-ANT-OIT.
           02 ANT-OIT-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(42).

       FD  NOV-OIT.
       01  REG-NOV-OIT.
           02 NOV-OIT-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(44).

       FD  ANT-BO.
       01  REG-ANT-BO.
           02 ANT-BO-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(31).

       FD  NOV-BO.
       01  REG-NOV-BO.
           02 NOV-BO-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(35).

       FD  ANT-RES.
       01  REG-ANT-RES.
           02 ANT-RES-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(04).
           02 FILLER PIC X(06).

       FD  NOV-RES.
       01  REG-NOV-RES.
           02 NOV-RES-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(06).
           02 FILLER PIC X(06).

       FD  ANT-CB.
       01  REG-ANT-CB.
           02 ANT-CB-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(09).

       FD  NOV-CB.
       01  REG-NOV-CB.
           02 NOV-CB-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(09).

       FD  ANT-RM.
       01  REG-ANT-RM.
           02 ANT-RM-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(05).

       FD  NOV-RM.
       01  REG-NOV-RM.
           02 NOV-RM-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(05).

       FD  ANT-RP.
       01  REG-ANT-RP.
           02 ANT-RP-ID PIC 9(05).
           02 FILLER PIC X(53).

       FD  NOV-RP.
       01  REG-NOV-RP.
           02 NOV-RP-ID PIC 9(05).
           02 FILLER PIC X(55).

       FD  ANT-RMA.
       01  REG-ANT-RMA.
           02 ANT-RMA-NUMERO PIC 9(06).
           02 FILLER PIC X(49).

       FD  NOV-RMA.
       01  REG-NOV-RMA.
           02 NOV-RMA-NUMERO PIC 9(06).
           02 FILLER PIC X(51).

       FD  ANT-RI.
       01  REG-ANT-RI.
           02 ANT-RI-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(04).
           02 FILLER PIC X(103).

       FD  NOV-RI.
       01  REG-NOV-RI.
           02 NOV-RI-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(06).
           02 FILLER PIC X(105).

       FD  ANT-CC.
       01  REG-ANT-CC.
           02 ANT-CC-CLIENTE PIC 9(04).
           02 FILLER PIC X(10).

       FD  NOV-CC.
       01  REG-NOV-CC.
           02 NOV-CC-CLIENTE PIC 9(06).
           02 FILLER PIC X(10).

       FD  ANT-EE.
       01  REG-ANT-EE.
           02 ANT-EE-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(176).

       FD  NOV-EE.
       01  REG-NOV-EE.
           02 NOV-EE-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(176).

       FD  ANT-CTT.
       01  REG-ANT-CTT.
           02 ANT-CTT-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(140).

       FD  NOV-CTT.
       01  REG-NOV-CTT.
           02 NOV-CTT-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(140).

       FD  ANT-CG.
       01  REG-ANT-CG.
           02 ANT-CG-PRODUTO PIC 9(04).
           02 FILLER PIC X(13).

       FD  NOV-CG.
       01  REG-NOV-CG.
           02 NOV-CG-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(22).

       FD  ANT-EB.
       01  REG-ANT-EB.
           02 ANT-EB-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(04).
           02 FILLER PIC X(04).

       FD  NOV-EB.
       01  REG-NOV-EB.
           02 NOV-EB-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(06).
           02 FILLER PIC X(04).

       FD  ANT-FP.
       01  REG-ANT-FP.
           02 ANT-FP-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(04).
           02 FILLER PIC X(31).

       FD  NOV-FP.
       01  REG-NOV-FP.
           02 NOV-FP-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(06).
           02 FILLER PIC X(39).

       FD  ANT-LP.
       01  REG-ANT-LP.
           02 ANT-LP-CHAVE.
               03 FILLER PIC 9(02).
               03 FILLER PIC 9(04).
           02 FILLER PIC X(24).

       FD  NOV-LP.
       01  REG-NOV-LP.
           02 NOV-LP-CHAVE.
               03 FILLER PIC 9(02).
               03 FILLER PIC 9(06).
           02 FILLER PIC X(24).

       FD  ANT-LOT.
       01  REG-ANT-LOT.
           02 ANT-LOT-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC X(10).
           02 FILLER PIC X(14).

       FD  NOV-LOT.
       01  REG-NOV-LOT.
           02 NOV-LOT-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC X(10).
           02 FILLER PIC X(14).

       FD  ANT-SD.
       01  REG-ANT-SD.
           02 ANT-SD-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(07).

       FD  NOV-SD.
       01  REG-NOV-SD.
           02 NOV-SD-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(07).

       FD  ANT-OP.
       01  REG-ANT-OP.
           02 ANT-OP-NUMERO PIC 9(06).
           02 FILLER PIC X(28).

       FD  NOV-OP.
       01  REG-NOV-OP.
           02 NOV-OP-NUMERO PIC 9(06).
           02 FILLER PIC X(30).

       FD  ANT-PC.
       01  REG-ANT-PC.
           02 ANT-PC-CODIGO PIC 9(04).
           02 FILLER PIC X(53).

       FD  NOV-PC.
       01  REG-NOV-PC.
           02 NOV-PC-CODIGO PIC 9(04).
           02 FILLER PIC X(58).

       FD  ANT-PV.
       01  REG-ANT-PV.
           02 ANT-PV-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(14).

       FD  NOV-PV.
       01  REG-NOV-PV.
           02 NOV-PV-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(14).

       FD  ANT-NUM.
       01  REG-ANT-NUM.
           02 ANT-NUM-ENTIDADE PIC X(10).
           02 FILLER PIC X(04).

       FD  NOV-NUM.
       01  REG-NOV-NUM.
           02 NOV-NUM-ENTIDADE PIC X(10).
           02 FILLER PIC X(06).

       FD  ANT-IM.
       01  REG-ANT-IM.
           02 ANT-IM-CODIGO PIC 9(06).
           02 FILLER PIC X(151).

       FD  NOV-IM.
       01  REG-NOV-IM.
           02 NOV-IM-CODIGO PIC 9(06).
           02 FILLER PIC X(154).

       FD  ANT-CM.
       01  REG-ANT-CM.
           02 ANT-CM-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(04).
           02 FILLER PIC X(62).

       FD  NOV-CM.
       01  REG-NOV-CM.
           02 NOV-CM-CHAVE.
               03 FILLER PIC 9(06).
               03 FILLER PIC 9(04).
           02 FILLER PIC X(72).

       FD  ANT-CP.
       01  REG-ANT-CP.
           02 ANT-CP-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(41).

       FD  NOV-CP.
       01  REG-NOV-CP.
           02 NOV-CP-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(44).

       FD  ANT-EV.
       01  REG-ANT-EV.
           02 ANT-EV-CODIGO PIC 9(03).
           02 FILLER PIC X(23).

       FD  NOV-EV.
       01  REG-NOV-EV.
           02 NOV-EV-CODIGO PIC 9(03).
           02 FILLER PIC X(24).

       FD  ANT-FO.
       01  REG-ANT-FO.
           02 ANT-FO-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
               03 FILLER PIC X(01).
           02 FILLER PIC X(34).

       FD  NOV-FO.
       01  REG-NOV-FO.
           02 NOV-FO-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
               03 FILLER PIC X(01).
           02 FILLER PIC X(68).

       FD  ANT-FG.
       01  REG-ANT-FG.
           02 ANT-FG-CODIGO PIC 9(02).
           02 FILLER PIC X(28).

       FD  NOV-FG.
       01  REG-NOV-FG.
           02 NOV-FG-CODIGO PIC 9(02).
           02 FILLER PIC X(37).

       FD  ANT-FU.
       01  REG-ANT-FU.
           02 ANT-FU-CODIGO PIC 9(04).
           02 FILLER PIC X(94).

       FD  NOV-FU.
       01  REG-NOV-FU.
           02 NOV-FU-CODIGO PIC 9(04).
           02 FILLER PIC X(97).

       FD  ANT-OPR.
       01  REG-ANT-OPR.
           02 ANT-OPR-CODIGO PIC X(10).
           02 FILLER PIC X(151).

       FD  NOV-OPR.
       01  REG-NOV-OPR.
           02 NOV-OPR-CODIGO PIC X(10).
           02 FILLER PIC X(153).

       FD  ANT-CTA.
       01  REG-ANT-CTA.
           02 ANT-CTA-CODIGO PIC 9(05).
           02 FILLER PIC X(32).

       FD  NOV-CTA.
       01  REG-NOV-CTA.
           02 NOV-CTA-CODIGO PIC 9(05).
           02 FILLER PIC X(38).

       FD  ANT-PL.
       01  REG-ANT-PL.
           02 ANT-PL-CODIGO PIC 9(02).
           02 FILLER PIC X(19).

       FD  NOV-PL.
       01  REG-NOV-PL.
           02 NOV-PL-CODIGO PIC 9(02).
           02 FILLER PIC X(33).

       FD  ANT-PRF.
       01  REG-ANT-PRF.
           02 ANT-PRF-CODIGO PIC 9(04).
           02 FILLER PIC X(81).

       FD  NOV-PRF.
       01  REG-NOV-PRF.
           02 NOV-PRF-CODIGO PIC 9(04).
           02 FILLER PIC X(92).

       FD  ANT-RC.
       01  REG-ANT-RC.
           02 ANT-RC-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(34).

       FD  NOV-RC.
       01  REG-NOV-RC.
           02 NOV-RC-CHAVE.
               03 FILLER PIC 9(04).
               03 FILLER PIC 9(02).
           02 FILLER PIC X(40).

       FD  ANT-TRF.
       01  REG-ANT-TRF.
           02 ANT-TRF-NUMERO PIC 9(06).
           02 FILLER PIC X(52).

       FD  NOV-TRF.
       01  REG-NOV-TRF.
           02 NOV-TRF-NUMERO PIC 9(06).
           02 FILLER PIC X(59).

       FD  ANT-VEN.
       01  REG-ANT-VEN.
           02 ANT-VEN-CODIGO PIC 9(04).
           02 ANT-VEN-NOME PIC X(50).
           02 FILLER PIC X(134).

       FD  NOV-VEN.
       01  REG-NOV-VEN.
           02 NOV-VEN-CODIGO PIC 9(04).
           02 NOV-VEN-NOME PIC X(50).
           02 FILLER PIC X(149).

       FD  ANT-SEQ
           VALUE OF FILE-ID IS WNOME-ARQUIVO.
       01  LINHA-ANT-SEQ       PIC X(414).

       FD  NOV-SEQ
           VALUE OF FILE-ID IS WNOME-ARQUIVO.
       01  LINHA-NOV-SEQ       PIC X(414).

       FD  CONVTMP.
       01  LINHA-CONVTMP       PIC X(414).

       FD  CHECKPT.
       01  REGISTRO-CHECKPOINT.
           02 CKP-ARQUIVO      PIC 99.
           02 FILLER           PIC X VALUE SPACE.
           02 CKP-FASE         PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 CKP-LIDOS        PIC 9(07).
           02 FILLER           PIC X VALUE SPACE.
           02 CKP-TOTAL        PIC 9(15).
           02 FILLER           PIC X VALUE SPACE.
           02 CKP-DATA         PIC 9(08).

       FD  RELCONV.
       01  LINHA-RELCONV       PIC X(80).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  FS-ANTIGO    PIC XX VALUE SPACES.
       77  FS-NOVO      PIC XX VALUE SPACES.
       77  FS-CONVTMP   PIC XX VALUE SPACES.
       77  FS-CHECKPT   PIC XX VALUE SPACES.
       77  FS-RELCONV   PIC XX VALUE SPACES.

      *    ARQUIVO, ORGANIZACAO (I-INDEXADO L-LINE SEQUENTIAL),
      *    TAMANHO DO REGISTRO ANTES E DEPOIS, QUANTIDADE E POSICOES
      *    (NO LAYOUT ANTERIOR) DOS CODIGOS DE 4 DIGITOS AMPLIADOS
       01  TAB-ARQUIVOS-VALORES.
           02 FILLER PIC X(31) VALUE "CLIENTES.DAT  I4104152001322000".
           02 FILLER PIC X(31) VALUE "CADPRO.DAT    I0861101001000000".
           02 FILLER PIC X(31) VALUE "PEDIDO.DAT    I0590672001005000".
           02 FILLER PIC X(31) VALUE "PEDITEM.DAT   I0560602001007000".
           02 FILLER PIC X(31) VALUE "CONTASREC.DAT I0470512001007000".
           02 FILLER PIC X(31) VALUE "NOTAFIS.DAT   I2072452008020000".
           02 FILLER PIC X(31) VALUE "NFITEM.DAT    I0430451010000000".
           02 FILLER PIC X(31) VALUE "ORCAMENT.DAT  I0650692001005000".
           02 FILLER PIC X(31) VALUE "ORCITEM.DAT   I0480522001007000".
           02 FILLER PIC X(31) VALUE "BACKORD.DAT   I0370433001007011".
           02 FILLER PIC X(31) VALUE "RESERVA.DAT   I0140182001005000".
           02 FILLER PIC X(31) VALUE "COBRCTL.DAT   I0150171001000000".
           02 FILLER PIC X(31) VALUE "REMCTL.DAT    I0110131001000000".
           02 FILLER PIC X(31) VALUE "RETPEND.DAT   I0580601014000000".
           02 FILLER PIC X(31) VALUE "RMA.DAT       I0550571015000000".
           02 FILLER PIC X(31) VALUE "ROMITEM.DAT   I1131172007011000".
           02 FILLER PIC X(31) VALUE "CREDCLI.DAT   I0140161001000000".
           02 FILLER PIC X(31) VALUE "ENDENTR.DAT   I1821841001000000".
           02 FILLER PIC X(31) VALUE "CLICONT.DAT   I1461481001000000".
           02 FILLER PIC X(31) VALUE "CONTAGEM.DAT  I0170301001000000".
           02 FILLER PIC X(31) VALUE "ESTRUT.DAT    I0120162001005000".
           02 FILLER PIC X(31) VALUE "FORNPROD.DAT  I0390491005000000".
           02 FILLER PIC X(31) VALUE "LISTAPRE.DAT  I0300321003000000".
           02 FILLER PIC X(31) VALUE "LOTE.DAT      I0280301001000000".
           02 FILLER PIC X(31) VALUE "SALDODEP.DAT  I0130151001000000".
           02 FILLER PIC X(31) VALUE "ORDPROD.DAT   I0340361015000000".
           02 FILLER PIC X(31) VALUE "PEDCOMP.DAT   I0570621009000000".
           02 FILLER PIC X(31) VALUE "PREVDEM.DAT   I0200221001000000".
           02 FILLER PIC X(31) VALUE "NUMEROS.DAT   I0140161011000000".
           02 FILLER PIC X(31) VALUE "ESTMOV.DAT    L0430451010000000".
           02 FILLER PIC X(31) VALUE "ESTMOVHIST.DATL0430451010000000".
           02 FILLER PIC X(31) VALUE "DEVOLUC.DAT   L0750792010018000".
           02 FILLER PIC X(31) VALUE "HISTVEN.DAT   L0310331009000000".
           02 FILLER PIC X(31) VALUE "MOVCAIXA.DAT  L0410461013000000".
           02 FILLER PIC X(31) VALUE "PRECOHIST.DAT L0310331010000000".
           02 FILLER PIC X(31) VALUE "RENEGLNK.DAT  L0310331015000000".
           02 FILLER PIC X(31) VALUE "SCOREHIS.DAT  L0370391008000000".
           02 FILLER PIC X(31) VALUE "ATIVO.DAT     I1571600000000000".
           02 FILLER PIC X(31) VALUE "COMFECH.DAT   I0720820000000000".
           02 FILLER PIC X(31) VALUE "CONTASPAG.DAT I0470500000000000".
           02 FILLER PIC X(31) VALUE "EVENTAB.DAT   I0260270000000000".
           02 FILLER PIC X(31) VALUE "FOLHAPAG.DAT  I0450790000000000".
           02 FILLER PIC X(31) VALUE "FORMPG.DAT    I0300390000000000".
           02 FILLER PIC X(31) VALUE "FUNCION.DAT   I0981010000000000".
           02 FILLER PIC X(31) VALUE "OPERADOR.DAT  I1611630000000000".
           02 FILLER PIC X(31) VALUE "PLANCTA.DAT   I0370430000000000".
           02 FILLER PIC X(31) VALUE "POLCOB.DAT    I0210350000000000".
           02 FILLER PIC X(31) VALUE "PROFESSOR.DAT I0850960000000000".
           02 FILLER PIC X(31) VALUE "RECCOMP.DAT   I0400460000000000".
           02 FILLER PIC X(31) VALUE "TRANSF.DAT    I0580650000000000".
           02 FILLER PIC X(31) VALUE "VENDEDOR.DAT  I1882030000000000".
           02 FILLER PIC X(31) VALUE "CAIXAFCH.DAT  L0540570000000000".
           02 FILLER PIC X(31) VALUE "DADOS001.DAT  L0330400000000000".
           02 FILLER PIC X(31) VALUE "FOLHACTA.DAT  L0230350000000000".
       01  TAB-ARQUIVOS REDEFINES TAB-ARQUIVOS-VALORES.
           02 TA-ITEM OCCURS 54 TIMES.
               03 TA-NOME       PIC X(14).
               03 TA-TIPO       PIC X.
               03 TA-TAM-ANTIGO PIC 9(03).
               03 TA-TAM-NOVO   PIC 9(03).
               03 TA-QT-CAMPOS  PIC 9.
               03 TA-POSICAO    PIC 9(03) OCCURS 3 TIMES.
       77  QT-ARQUIVOS  PIC 99 VALUE 54.

      *    CAMPOS INCLUIDOS NOS REGISTROS DEPOIS DA AMPLIACAO DOS
      *    CODIGOS: ARQUIVO (POSICAO EM TAB-ARQUIVOS), POSICAO NO
      *    LAYOUT NOVO, TAMANHO, CONTEUDO (Z-ZEROS B-BRANCOS V-VALOR)
      *    E VALOR. POR ARQUIVO, EM ORDEM CRESCENTE DE POSICAO
       01  TAB-INCLUSOES-VALORES.
      *    CLIENTES - CLASSE ABC
           02 FILLER PIC X(14) VALUE "0141501B      ".
      *    CADPRO - UNIDADES E FATORES (UN, 1) E CLASSES ABC
           02 FILLER PIC X(14) VALUE "0208903VUN    ".
           02 FILLER PIC X(14) VALUE "0209203VUN    ".
           02 FILLER PIC X(14) VALUE "0209505V00001 ".
           02 FILLER PIC X(14) VALUE "0210003VUN    ".
           02 FILLER PIC X(14) VALUE "0210305V00001 ".
           02 FILLER PIC X(14) VALUE "0210803B      ".
      *    PEDIDO - ENDERECO DE ENTREGA (00 = O DO CADASTRO) E FILIAL
      *    MATRIZ
           02 FILLER PIC X(14) VALUE "0306402Z      ".
           02 FILLER PIC X(14) VALUE "0306602V01    ".
      *    NOTAFIS - DESTINATARIO PESSOA FISICA (SEM CNPJ E INSCRICAO),
      *    FILIAL EMITENTE MATRIZ E FILIAL DESTINO
           02 FILLER PIC X(14) VALUE "0621201VF     ".
           02 FILLER PIC X(14) VALUE "0621314Z      ".
           02 FILLER PIC X(14) VALUE "0622715B      ".
           02 FILLER PIC X(14) VALUE "0624202V01    ".
           02 FILLER PIC X(14) VALUE "0624402Z      ".
      *    CONTAGEM - DEPOSITO 00 (GERAL) NA CHAVE, ORIGEM G E DATA
           02 FILLER PIC X(14) VALUE "2000702Z      ".
           02 FILLER PIC X(14) VALUE "2002201VG     ".
           02 FILLER PIC X(14) VALUE "2002308Z      ".
      *    FORNPROD - UNIDADE DE COMPRA EM BRANCO (A DO PRODUTO)
           02 FILLER PIC X(14) VALUE "2204203B      ".
           02 FILLER PIC X(14) VALUE "2204505Z      ".
      *    PEDCOMP - CENTRO DE CUSTO
           02 FILLER PIC X(14) VALUE "2706003Z      ".
      *    MOVCAIXA - FILIAL MATRIZ
           02 FILLER PIC X(14) VALUE "3404403V 01   ".
      *    ATIVO - CENTRO DE CUSTO
           02 FILLER PIC X(14) VALUE "3815803Z      ".
      *    COMFECH - ACELERACAO DA META
           02 FILLER PIC X(14) VALUE "3907310Z      ".
      *    CONTASPAG - CENTRO DE CUSTO
           02 FILLER PIC X(14) VALUE "4004803Z      ".
      *    EVENTAB - INCIDENCIA DE FGTS (N, COMO NO CADEVF01)
           02 FILLER PIC X(14) VALUE "4102701VN     ".
      *    FOLHAPAG - BASE E VALOR DO FGTS, INSS PATRONAL E MULTA
           02 FILLER PIC X(14) VALUE "4204634Z      ".
      *    FORMPG - TAXA DA ADMINISTRADORA E CONTA DA TAXA
           02 FILLER PIC X(14) VALUE "4303109Z      ".
      *    FUNCION - CENTRO DE CUSTO
           02 FILLER PIC X(14) VALUE "4409903Z      ".
      *    OPERADOR - FILIAL MATRIZ
           02 FILLER PIC X(14) VALUE "4516202V01    ".
      *    PLANCTA - CONTA ANALITICA DE PRIMEIRO NIVEL
           02 FILLER PIC X(14) VALUE "4603801VA     ".
           02 FILLER PIC X(14) VALUE "4603905Z      ".
      *    POLCOB - TARIFA DE CHEQUE E PRAZOS DA NEGATIVACAO (90/10)
           02 FILLER PIC X(14) VALUE "4702208Z      ".
           02 FILLER PIC X(14) VALUE "4703003V090   ".
           02 FILLER PIC X(14) VALUE "4703303V010   ".
      *    PROFESSOR - FUNCIONARIO E VALOR DA HORA
           02 FILLER PIC X(14) VALUE "4808611Z      ".
      *    RECCOMP - PROCESSO DE IMPORTACAO
           02 FILLER PIC X(14) VALUE "4904106Z      ".
      *    TRANSF - NOTA FISCAL DE TRANSFERENCIA
           02 FILLER PIC X(14) VALUE "5005901B      ".
           02 FILLER PIC X(14) VALUE "5006006Z      ".
      *    VENDEDOR - DADOS BANCARIOS
           02 FILLER PIC X(14) VALUE "5118915Z      ".
      *    CAIXAFCH - FILIAL 00 (FECHAMENTO CONSOLIDADO)
           02 FILLER PIC X(14) VALUE "5205503V 00   ".
      *    DADOS001 - CENTRO DE CUSTO 000 E FILIAL MATRIZ
           02 FILLER PIC X(14) VALUE "5303404V 000  ".
           02 FILLER PIC X(14) VALUE "5303803V 01   ".
      *    FOLHACTA - CONTAS DE ENCARGOS E DE FGTS A DEFINIR
           02 FILLER PIC X(14) VALUE "5402406V 00000".
           02 FILLER PIC X(14) VALUE "5403006V 00000".
       01  TAB-INCLUSOES REDEFINES TAB-INCLUSOES-VALORES.
           02 TI-ITEM OCCURS 44 TIMES.
               03 TI-ARQUIVO    PIC 99.
               03 TI-POSICAO    PIC 9(03).
               03 TI-TAMANHO    PIC 99.
               03 TI-TIPO       PIC X.
               03 TI-VALOR      PIC X(06).
       77  QT-INCLUSOES PIC 99 VALUE 44.

       01  LINHA-ANTIGA PIC X(415) VALUE SPACES.
       01  LINHA-NOVA   PIC X(415) VALUE SPACES.
       01  LINHA-AUXILIAR PIC X(415) VALUE SPACES.
       01  WCAMPO-ANTIGO PIC X(04) VALUE SPACES.
       01  WCAMPO-ANTIGO-N REDEFINES WCAMPO-ANTIGO PIC 9(04).
       01  WCAMPO-NOVO  PIC X(06) VALUE SPACES.
       01  WCAMPO-NOVO-N REDEFINES WCAMPO-NOVO PIC 9(06).

       77  WNOME-ARQUIVO PIC X(20) VALUE SPACES.
       77  WCONFIRMA    PIC X VALUE SPACE.
       77  WABORTA      PIC X VALUE "N".
           88 ABORTA    VALUE "S".
       77  WFASE        PIC X VALUE SPACE.
       77  WGRAVOU      PIC X VALUE SPACE.
       77  WLIDOS-RETOMADA PIC 9(07) VALUE ZERO.
       77  WTOTAL-RETOMADA PIC 9(15) VALUE ZERO.
       77  WDATA-CONCLUSAO PIC 9(08) VALUE ZERO.
       77  WRESULTADO   PIC X(08) VALUE SPACES.
       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WCHAVE-AUD   PIC X(20) VALUE "CODIGOS 6 DIGITOS".
       77  IND-ARQ      PIC 99 VALUE ZERO.
       77  IND-INICIAL  PIC 99 VALUE 1.
       77  IND-CP       PIC 9 VALUE ZERO.
       77  IND-INC      PIC 99 VALUE ZERO.
       77  WTAM-ATUAL   PIC 9(03) VALUE ZERO.
       77  WPOS-DESLOC  PIC 9(03) VALUE ZERO.
       77  WPOS-ANT     PIC 9(03) VALUE ZERO.
       77  WPOS-NOV     PIC 9(03) VALUE ZERO.
       77  WTAMANHO     PIC 9(03) VALUE ZERO.
       77  QT-LIDOS     PIC 9(07) VALUE ZERO.
       77  QT-GRAVADOS  PIC 9(07) VALUE ZERO.
       77  QT-REJEITADOS PIC 9(07) VALUE ZERO.
       77  QT-CONVERTIDOS PIC 99 VALUE ZERO.
       77  QT-IGNORADOS PIC 99 VALUE ZERO.
       77  QT-DIVERGENTES PIC 99 VALUE ZERO.
       77  WTOTAL-ANTES  PIC 9(15) VALUE ZERO.
       77  WTOTAL-DEPOIS PIC 9(15) VALUE ZERO.

       01  CABECALHO-RESULTADO.
           02 FILLER PIC X(15) VALUE "ARQUIVO".
           02 FILLER PIC X(16) VALUE "  LIDOS GRAVADOS".
           02 FILLER PIC X(16) VALUE "     TOTAL ANTES".
           02 FILLER PIC X(16) VALUE "    TOTAL DEPOIS".
           02 FILLER PIC X(10) VALUE " RESULTADO".

       01  LINHA-RESULTADO.
           02 LR-ARQUIVO    PIC X(14).
           02 FILLER        PIC X VALUE SPACE.
           02 LR-LIDOS      PIC ZZZZZZ9.
           02 FILLER        PIC X VALUE SPACE.
           02 LR-GRAVADOS   PIC ZZZZZZ9.
           02 FILLER        PIC X VALUE SPACE.
           02 LR-TOTAL-ANT  PIC ZZZZZZZZZZZZZZ9.
           02 FILLER        PIC X VALUE SPACE.
           02 LR-TOTAL-DEP  PIC ZZZZZZZZZZZZZZ9.
           02 FILLER        PIC X VALUE SPACE.
           02 LR-RESULTADO  PIC X(08).

      *================================================================*
       LINKAGE                                 SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE                 DIVISION USING LK-OPCAO LK-OPERADOR.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           IF WCONFIRMA NOT = "S" AND WCONFIRMA NOT = "s"
               GOBACK
           END-IF
           PERFORM 2000-CONVERTE-ARQUIVO THRU 2000-EXIT
               VARYING IND-ARQ FROM IND-INICIAL BY 1
               UNTIL IND-ARQ > QT-ARQUIVOS OR ABORTA
           PERFORM 8000-CONTROLE
           GOBACK
           .
      *----------------------------------------------------------------*
      *    PONTO DE REINICIO - FASE D: A DESCARGA DO ARQUIVO TERMINOU
      *    E A RECARGA E REFEITA A PARTIR DE CONVCOD1.TMP; FASE R: O
      *    ARQUIVO ESTA CONVERTIDO E SEGUE-SE PARA O PROXIMO
      *----------------------------------------------------------------*
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "CONVERSAO DOS CODIGOS PARA 6 DIGITOS" AT 0425
           MOVE SPACES TO WFASE
           OPEN INPUT CHECKPT
           IF FS-CHECKPT = "00"
               READ CHECKPT
                   AT END
                       MOVE SPACES TO CKP-FASE
               END-READ
               MOVE CKP-FASE    TO WFASE
               MOVE CKP-ARQUIVO TO IND-INICIAL
               MOVE CKP-LIDOS   TO WLIDOS-RETOMADA
               MOVE CKP-TOTAL   TO WTOTAL-RETOMADA
               MOVE CKP-DATA    TO WDATA-CONCLUSAO
               CLOSE CHECKPT
           END-IF
           IF WFASE = "F"
               DISPLAY "CONVERSAO JA CONCLUIDA EM " AT 0605
               DISPLAY WDATA-CONCLUSAO AT 0631
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 0805
               ACCEPT WCONFIRMA AT 0832
               MOVE "N" TO WCONFIRMA
               GO TO 1000-EXIT
           END-IF
           IF WFASE = "D" OR WFASE = "R"
               IF WFASE = "R"
                   ADD 1 TO IND-INICIAL
               END-IF
               DISPLAY "CONVERSAO INTERROMPIDA - RETOMA EM" AT 0605
               IF IND-INICIAL > QT-ARQUIVOS
                   DISPLAY "ENCERRAMENTO" AT 0641
               ELSE
                   DISPLAY TA-NOME (IND-INICIAL) AT 0641
               END-IF
           ELSE
               MOVE SPACES TO WFASE
               MOVE 1 TO IND-INICIAL
           END-IF
           DISPLAY "NINGUEM PODE ESTAR USANDO O SISTEMA" AT 0805
           DISPLAY "CONFIRMA A CONVERSAO [S-N][.]" AT 0905
           ACCEPT WCONFIRMA AT 0933
           IF WCONFIRMA NOT = "S" AND WCONFIRMA NOT = "s"
               GO TO 1000-EXIT
           END-IF
           IF WFASE = SPACES
               OPEN OUTPUT RELCONV
           ELSE
               OPEN EXTEND RELCONV
               IF FS-RELCONV = "35"
                   OPEN OUTPUT RELCONV
               END-IF
           END-IF
           WRITE LINHA-RELCONV FROM CABECALHO-RESULTADO
           CLOSE RELCONV
           DISPLAY " "
           DISPLAY CABECALHO-RESULTADO
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    UM ARQUIVO: DESCARGA NO LAYOUT ANTERIOR E RECARGA NO NOVO.
      *    NA RETOMADA DA FASE D O PRIMEIRO ARQUIVO SO E RECARREGADO,
      *    COM A QUANTIDADE E O TOTAL DA DESCARGA GUARDADOS NO PONTO
      *    DE REINICIO
      *----------------------------------------------------------------*
       2000-CONVERTE-ARQUIVO.
           MOVE TA-NOME (IND-ARQ) TO WNOME-ARQUIVO
           MOVE ZERO TO QT-GRAVADOS QT-REJEITADOS WTOTAL-DEPOIS
           IF WFASE = "D" AND IND-ARQ = IND-INICIAL
               MOVE WLIDOS-RETOMADA TO QT-LIDOS
               MOVE WTOTAL-RETOMADA TO WTOTAL-ANTES
           ELSE
               PERFORM 3000-DESCARREGA THRU 3000-EXIT
               IF WRESULTADO NOT = SPACES
                   MOVE "R" TO CKP-FASE
                   PERFORM 7000-GRAVA-CHECKPOINT
                   GO TO 2000-EXIT
               END-IF
               MOVE "D" TO CKP-FASE
               PERFORM 7000-GRAVA-CHECKPOINT
           END-IF
           PERFORM 4000-RECARREGA THRU 4000-EXIT
           IF NOT ABORTA
               MOVE "R" TO CKP-FASE
               PERFORM 7000-GRAVA-CHECKPOINT
           END-IF
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    DESCARGA - ARQUIVO AUSENTE OU QUE NAO ABRE NO LAYOUT
      *    ANTERIOR E RELATADO E DEIXADO COMO ESTA
      *----------------------------------------------------------------*
       3000-DESCARREGA.
           MOVE SPACES TO WRESULTADO
           MOVE ZERO TO QT-LIDOS WTOTAL-ANTES
           PERFORM 3100-ABRE-ANTIGO
           IF FS-ANTIGO = "35"
               MOVE "AUSENTE" TO WRESULTADO
           ELSE
               IF FS-ANTIGO NOT = "00"
                   MOVE "IGNORADO" TO WRESULTADO
                   DISPLAY TA-NOME (IND-ARQ) " NAO ABRE NO LAYOUT"
                       " ANTERIOR - STATUS " FS-ANTIGO
                       " (JA CONVERTIDO?)"
               END-IF
           END-IF
           IF WRESULTADO NOT = SPACES
               ADD 1 TO QT-IGNORADOS
               PERFORM 6000-RELATA-ARQUIVO
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT CONVTMP
           PERFORM 3200-LE-ANTIGO
           PERFORM 3300-GRAVA-DESCARGA
               UNTIL FS-ANTIGO NOT = "00"
           PERFORM 3400-FECHA-ANTIGO
           CLOSE CONVTMP
       3000-EXIT.
           EXIT.
       3100-ABRE-ANTIGO.
           IF TA-TIPO (IND-ARQ) = "L"
               OPEN INPUT ANT-SEQ
           ELSE
               EVALUATE IND-ARQ
               WHEN 01
                   OPEN INPUT ANT-CLI
               WHEN 02
                   OPEN INPUT ANT-PRO
               WHEN 03
                   OPEN INPUT ANT-PED
               WHEN 04
                   OPEN INPUT ANT-ITM
               WHEN 05
                   OPEN INPUT ANT-CR
               WHEN 06
                   OPEN INPUT ANT-NF
               WHEN 07
                   OPEN INPUT ANT-NI
               WHEN 08
                   OPEN INPUT ANT-ORC
               WHEN 09
                   OPEN INPUT ANT-OIT
               WHEN 10
                   OPEN INPUT ANT-BO
               WHEN 11
                   OPEN INPUT ANT-RES
               WHEN 12
                   OPEN INPUT ANT-CB
               WHEN 13
                   OPEN INPUT ANT-RM
               WHEN 14
                   OPEN INPUT ANT-RP
               WHEN 15
                   OPEN INPUT ANT-RMA
               WHEN 16
                   OPEN INPUT ANT-RI
               WHEN 17
                   OPEN INPUT ANT-CC
               WHEN 18
                   OPEN INPUT ANT-EE
               WHEN 19
                   OPEN INPUT ANT-CTT
               WHEN 20
                   OPEN INPUT ANT-CG
               WHEN 21
                   OPEN INPUT ANT-EB
               WHEN 22
                   OPEN INPUT ANT-FP
               WHEN 23
                   OPEN INPUT ANT-LP
               WHEN 24
                   OPEN INPUT ANT-LOT
               WHEN 25
                   OPEN INPUT ANT-SD
               WHEN 26
                   OPEN INPUT ANT-OP
               WHEN 27
                   OPEN INPUT ANT-PC
               WHEN 28
                   OPEN INPUT ANT-PV
               WHEN 29
                   OPEN INPUT ANT-NUM
               WHEN 38
                   OPEN INPUT ANT-IM
               WHEN 39
                   OPEN INPUT ANT-CM
               WHEN 40
                   OPEN INPUT ANT-CP
               WHEN 41
                   OPEN INPUT ANT-EV
               WHEN 42
                   OPEN INPUT ANT-FO
               WHEN 43
                   OPEN INPUT ANT-FG
               WHEN 44
                   OPEN INPUT ANT-FU
               WHEN 45
                   OPEN INPUT ANT-OPR
               WHEN 46
                   OPEN INPUT ANT-CTA
               WHEN 47
                   OPEN INPUT ANT-PL
               WHEN 48
                   OPEN INPUT ANT-PRF
               WHEN 49
                   OPEN INPUT ANT-RC
               WHEN 50
                   OPEN INPUT ANT-TRF
               WHEN 51
                   OPEN INPUT ANT-VEN
               END-EVALUATE
           END-IF
           .
       3200-LE-ANTIGO.
           MOVE SPACES TO LINHA-ANTIGA
           IF TA-TIPO (IND-ARQ) = "L"
               READ ANT-SEQ INTO LINHA-ANTIGA
                   AT END
                       MOVE "10" TO FS-ANTIGO
               END-READ
           ELSE
               EVALUATE IND-ARQ
               WHEN 01
                   READ ANT-CLI NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 02
                   READ ANT-PRO NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 03
                   READ ANT-PED NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 04
                   READ ANT-ITM NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 05
                   READ ANT-CR NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 06
                   READ ANT-NF NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 07
                   READ ANT-NI NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 08
                   READ ANT-ORC NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 09
                   READ ANT-OIT NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 10
                   READ ANT-BO NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 11
                   READ ANT-RES NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 12
                   READ ANT-CB NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 13
                   READ ANT-RM NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 14
                   READ ANT-RP NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 15
                   READ ANT-RMA NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 16
                   READ ANT-RI NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 17
                   READ ANT-CC NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 18
                   READ ANT-EE NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 19
                   READ ANT-CTT NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 20
                   READ ANT-CG NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 21
                   READ ANT-EB NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 22
                   READ ANT-FP NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 23
                   READ ANT-LP NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 24
                   READ ANT-LOT NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 25
                   READ ANT-SD NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 26
                   READ ANT-OP NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 27
                   READ ANT-PC NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 28
                   READ ANT-PV NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 29
                   READ ANT-NUM NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 38
                   READ ANT-IM NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 39
                   READ ANT-CM NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 40
                   READ ANT-CP NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 41
                   READ ANT-EV NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 42
                   READ ANT-FO NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 43
                   READ ANT-FG NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 44
                   READ ANT-FU NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 45
                   READ ANT-OPR NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 46
                   READ ANT-CTA NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 47
                   READ ANT-PL NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 48
                   READ ANT-PRF NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 49
                   READ ANT-RC NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 50
                   READ ANT-TRF NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               WHEN 51
                   READ ANT-VEN NEXT RECORD INTO LINHA-ANTIGA
                       AT END
                           MOVE "10" TO FS-ANTIGO
                   END-READ
               END-EVALUATE
           END-IF
           .
       3300-GRAVA-DESCARGA.
           ADD 1 TO QT-LIDOS
           PERFORM 3310-SOMA-ANTES
               VARYING IND-CP FROM 1 BY 1
               UNTIL IND-CP > TA-QT-CAMPOS (IND-ARQ)
           WRITE LINHA-CONVTMP FROM LINHA-ANTIGA
           PERFORM 3200-LE-ANTIGO
           .
       3310-SOMA-ANTES.
           MOVE TA-POSICAO (IND-ARQ, IND-CP) TO WPOS-ANT
           MOVE LINHA-ANTIGA (WPOS-ANT:4) TO WCAMPO-ANTIGO
           IF WCAMPO-ANTIGO IS NUMERIC
               ADD WCAMPO-ANTIGO-N TO WTOTAL-ANTES
           END-IF
           .
       3400-FECHA-ANTIGO.
           IF TA-TIPO (IND-ARQ) = "L"
               CLOSE ANT-SEQ
           ELSE
               EVALUATE IND-ARQ
               WHEN 01
                   CLOSE ANT-CLI
               WHEN 02
                   CLOSE ANT-PRO
               WHEN 03
                   CLOSE ANT-PED
               WHEN 04
                   CLOSE ANT-ITM
               WHEN 05
                   CLOSE ANT-CR
               WHEN 06
                   CLOSE ANT-NF
               WHEN 07
                   CLOSE ANT-NI
               WHEN 08
                   CLOSE ANT-ORC
               WHEN 09
                   CLOSE ANT-OIT
               WHEN 10
                   CLOSE ANT-BO
               WHEN 11
                   CLOSE ANT-RES
               WHEN 12
                   CLOSE ANT-CB
               WHEN 13
                   CLOSE ANT-RM
               WHEN 14
                   CLOSE ANT-RP
               WHEN 15
                   CLOSE ANT-RMA
               WHEN 16
                   CLOSE ANT-RI
               WHEN 17
                   CLOSE ANT-CC
               WHEN 18
                   CLOSE ANT-EE
               WHEN 19
                   CLOSE ANT-CTT
               WHEN 20
                   CLOSE ANT-CG
               WHEN 21
                   CLOSE ANT-EB
               WHEN 22
                   CLOSE ANT-FP
               WHEN 23
                   CLOSE ANT-LP
               WHEN 24
                   CLOSE ANT-LOT
               WHEN 25
                   CLOSE ANT-SD
               WHEN 26
                   CLOSE ANT-OP
               WHEN 27
                   CLOSE ANT-PC
               WHEN 28
                   CLOSE ANT-PV
               WHEN 29
                   CLOSE ANT-NUM
               WHEN 38
                   CLOSE ANT-IM
               WHEN 39
                   CLOSE ANT-CM
               WHEN 40
                   CLOSE ANT-CP
               WHEN 41
                   CLOSE ANT-EV
               WHEN 42
                   CLOSE ANT-FO
               WHEN 43
                   CLOSE ANT-FG
               WHEN 44
                   CLOSE ANT-FU
               WHEN 45
                   CLOSE ANT-OPR
               WHEN 46
                   CLOSE ANT-CTA
               WHEN 47
                   CLOSE ANT-PL
               WHEN 48
                   CLOSE ANT-PRF
               WHEN 49
                   CLOSE ANT-RC
               WHEN 50
                   CLOSE ANT-TRF
               WHEN 51
                   CLOSE ANT-VEN
               END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
      *    RECARGA - RECRIA O ARQUIVO NO LAYOUT NOVO E CONFERE
      *    QUANTIDADE E TOTAL DE CONTROLE. SE NAO BATEREM A CONVERSAO
      *    PARA AQUI, COM CONVCOD1.TMP PRESERVADO PARA CONFERENCIA
      *----------------------------------------------------------------*
       4000-RECARREGA.
           OPEN INPUT CONVTMP
           IF FS-CONVTMP NOT = "00"
               DISPLAY "DESCARGA CONVCOD1.TMP NAO ENCONTRADA"
               MOVE "S" TO WABORTA
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-ABRE-NOVO
           PERFORM 4200-LE-DESCARGA
           PERFORM 4300-GRAVA-NOVO
               UNTIL FS-CONVTMP NOT = "00"
           PERFORM 4400-FECHA-NOVO
           CLOSE CONVTMP
           IF QT-GRAVADOS = QT-LIDOS AND
              WTOTAL-DEPOIS = WTOTAL-ANTES
               MOVE "OK" TO WRESULTADO
               ADD 1 TO QT-CONVERTIDOS
           ELSE
               MOVE "DIVERGE" TO WRESULTADO
               ADD 1 TO QT-DIVERGENTES
               MOVE "S" TO WABORTA
           END-IF
           PERFORM 6000-RELATA-ARQUIVO
       4000-EXIT.
           EXIT.
       4100-ABRE-NOVO.
           IF TA-TIPO (IND-ARQ) = "L"
               OPEN OUTPUT NOV-SEQ
           ELSE
               EVALUATE IND-ARQ
               WHEN 01
                   OPEN OUTPUT NOV-CLI
               WHEN 02
                   OPEN OUTPUT NOV-PRO
               WHEN 03
                   OPEN OUTPUT NOV-PED
               WHEN 04
                   OPEN OUTPUT NOV-ITM
               WHEN 05
                   OPEN OUTPUT NOV-CR
               WHEN 06
                   OPEN OUTPUT NOV-NF
               WHEN 07
                   OPEN OUTPUT NOV-NI
               WHEN 08
                   OPEN OUTPUT NOV-ORC
               WHEN 09
                   OPEN OUTPUT NOV-OIT
               WHEN 10
                   OPEN OUTPUT NOV-BO
               WHEN 11
                   OPEN OUTPUT NOV-RES
               WHEN 12
                   OPEN OUTPUT NOV-CB
               WHEN 13
                   OPEN OUTPUT NOV-RM
               WHEN 14
                   OPEN OUTPUT NOV-RP
               WHEN 15
                   OPEN OUTPUT NOV-RMA
               WHEN 16
                   OPEN OUTPUT NOV-RI
               WHEN 17
                   OPEN OUTPUT NOV-CC
               WHEN 18
                   OPEN OUTPUT NOV-EE
               WHEN 19
                   OPEN OUTPUT NOV-CTT
               WHEN 20
                   OPEN OUTPUT NOV-CG
               WHEN 21
                   OPEN OUTPUT NOV-EB
               WHEN 22
                   OPEN OUTPUT NOV-FP
               WHEN 23
                   OPEN OUTPUT NOV-LP
               WHEN 24
                   OPEN OUTPUT NOV-LOT
               WHEN 25
                   OPEN OUTPUT NOV-SD
               WHEN 26
                   OPEN OUTPUT NOV-OP
               WHEN 27
                   OPEN OUTPUT NOV-PC
               WHEN 28
                   OPEN OUTPUT NOV-PV
               WHEN 29
                   OPEN OUTPUT NOV-NUM
               WHEN 38
                   OPEN OUTPUT NOV-IM
               WHEN 39
                   OPEN OUTPUT NOV-CM
               WHEN 40
                   OPEN OUTPUT NOV-CP
               WHEN 41
                   OPEN OUTPUT NOV-EV
               WHEN 42
                   OPEN OUTPUT NOV-FO
               WHEN 43
                   OPEN OUTPUT NOV-FG
               WHEN 44
                   OPEN OUTPUT NOV-FU
               WHEN 45
                   OPEN OUTPUT NOV-OPR
               WHEN 46
                   OPEN OUTPUT NOV-CTA
               WHEN 47
                   OPEN OUTPUT NOV-PL
               WHEN 48
                   OPEN OUTPUT NOV-PRF
               WHEN 49
                   OPEN OUTPUT NOV-RC
               WHEN 50
                   OPEN OUTPUT NOV-TRF
               WHEN 51
                   OPEN OUTPUT NOV-VEN
               END-EVALUATE
           END-IF
           .
       4200-LE-DESCARGA.
           MOVE SPACES TO LINHA-CONVTMP
           READ CONVTMP
               AT END
                   MOVE "10" TO FS-CONVTMP
           END-READ
           .
       4300-GRAVA-NOVO.
           MOVE LINHA-CONVTMP TO LINHA-ANTIGA
           PERFORM 5000-MONTA-NOVO
           IF TA-TIPO (IND-ARQ) = "L"
               WRITE LINHA-NOV-SEQ FROM LINHA-NOVA
               ADD 1 TO QT-GRAVADOS
           ELSE
               MOVE "S" TO WGRAVOU
               EVALUATE IND-ARQ
               WHEN 01
                   WRITE REG-NOV-CLI FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 02
                   WRITE REG-NOV-PRO FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 03
                   WRITE REG-NOV-PED FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 04
                   WRITE REG-NOV-ITM FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 05
                   WRITE REG-NOV-CR FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 06
                   WRITE REG-NOV-NF FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 07
                   WRITE REG-NOV-NI FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 08
                   WRITE REG-NOV-ORC FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 09
                   WRITE REG-NOV-OIT FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 10
                   WRITE REG-NOV-BO FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 11
                   WRITE REG-NOV-RES FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 12
                   WRITE REG-NOV-CB FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 13
                   WRITE REG-NOV-RM FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 14
                   WRITE REG-NOV-RP FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 15
                   WRITE REG-NOV-RMA FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 16
                   WRITE REG-NOV-RI FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 17
                   WRITE REG-NOV-CC FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 18
                   WRITE REG-NOV-EE FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 19
                   WRITE REG-NOV-CTT FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 20
                   WRITE REG-NOV-CG FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 21
                   WRITE REG-NOV-EB FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 22
                   WRITE REG-NOV-FP FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 23
                   WRITE REG-NOV-LP FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 24
                   WRITE REG-NOV-LOT FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 25
                   WRITE REG-NOV-SD FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 26
                   WRITE REG-NOV-OP FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 27
                   WRITE REG-NOV-PC FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 28
                   WRITE REG-NOV-PV FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 29
                   WRITE REG-NOV-NUM FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 38
                   WRITE REG-NOV-IM FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 39
                   WRITE REG-NOV-CM FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 40
                   WRITE REG-NOV-CP FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 41
                   WRITE REG-NOV-EV FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 42
                   WRITE REG-NOV-FO FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 43
                   WRITE REG-NOV-FG FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 44
                   WRITE REG-NOV-FU FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 45
                   WRITE REG-NOV-OPR FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 46
                   WRITE REG-NOV-CTA FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 47
                   WRITE REG-NOV-PL FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 48
                   WRITE REG-NOV-PRF FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 49
                   WRITE REG-NOV-RC FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 50
                   WRITE REG-NOV-TRF FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               WHEN 51
                   WRITE REG-NOV-VEN FROM LINHA-NOVA
                       INVALID KEY
                           MOVE "N" TO WGRAVOU
                   END-WRITE
               END-EVALUATE
               IF WGRAVOU = "S"
                   ADD 1 TO QT-GRAVADOS
               ELSE
                   ADD 1 TO QT-REJEITADOS
                   DISPLAY TA-NOME (IND-ARQ) " CHAVE REJEITADA NA"
                       " RECARGA: " LINHA-NOVA (1:20)
               END-IF
           END-IF
           PERFORM 4200-LE-DESCARGA
           .
       4400-FECHA-NOVO.
           IF TA-TIPO (IND-ARQ) = "L"
               CLOSE NOV-SEQ
           ELSE
               EVALUATE IND-ARQ
               WHEN 01
                   CLOSE NOV-CLI
               WHEN 02
                   CLOSE NOV-PRO
               WHEN 03
                   CLOSE NOV-PED
               WHEN 04
                   CLOSE NOV-ITM
               WHEN 05
                   CLOSE NOV-CR
               WHEN 06
                   CLOSE NOV-NF
               WHEN 07
                   CLOSE NOV-NI
               WHEN 08
                   CLOSE NOV-ORC
               WHEN 09
                   CLOSE NOV-OIT
               WHEN 10
                   CLOSE NOV-BO
               WHEN 11
                   CLOSE NOV-RES
               WHEN 12
                   CLOSE NOV-CB
               WHEN 13
                   CLOSE NOV-RM
               WHEN 14
                   CLOSE NOV-RP
               WHEN 15
                   CLOSE NOV-RMA
               WHEN 16
                   CLOSE NOV-RI
               WHEN 17
                   CLOSE NOV-CC
               WHEN 18
                   CLOSE NOV-EE
               WHEN 19
                   CLOSE NOV-CTT
               WHEN 20
                   CLOSE NOV-CG
               WHEN 21
                   CLOSE NOV-EB
               WHEN 22
                   CLOSE NOV-FP
               WHEN 23
                   CLOSE NOV-LP
               WHEN 24
                   CLOSE NOV-LOT
               WHEN 25
                   CLOSE NOV-SD
               WHEN 26
                   CLOSE NOV-OP
               WHEN 27
                   CLOSE NOV-PC
               WHEN 28
                   CLOSE NOV-PV
               WHEN 29
                   CLOSE NOV-NUM
               WHEN 38
                   CLOSE NOV-IM
               WHEN 39
                   CLOSE NOV-CM
               WHEN 40
                   CLOSE NOV-CP
               WHEN 41
                   CLOSE NOV-EV
               WHEN 42
                   CLOSE NOV-FO
               WHEN 43
                   CLOSE NOV-FG
               WHEN 44
                   CLOSE NOV-FU
               WHEN 45
                   CLOSE NOV-OPR
               WHEN 46
                   CLOSE NOV-CTA
               WHEN 47
                   CLOSE NOV-PL
               WHEN 48
                   CLOSE NOV-PRF
               WHEN 49
                   CLOSE NOV-RC
               WHEN 50
                   CLOSE NOV-TRF
               WHEN 51
                   CLOSE NOV-VEN
               END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
      *    MONTA O REGISTRO NOVO: COPIA OS TRECHOS ENTRE OS CAMPOS DE
      *    CODIGO E ABRE CADA CODIGO DE 4 PARA 6 DIGITOS. CODIGO NAO
      *    NUMERICO (EM BRANCO) E SO DESLOCADO. O TOTAL DE CONTROLE
      *    DEPOIS E SOMADO NAS POSICOES NOVAS. EM SEGUIDA ENTRAM OS
      *    CAMPOS DE TAB-INCLUSOES, DESLOCANDO O RESTO DO REGISTRO
      *----------------------------------------------------------------*
       5000-MONTA-NOVO.
           MOVE SPACES TO LINHA-NOVA
           MOVE 1 TO WPOS-ANT WPOS-NOV
           PERFORM 5100-ABRE-CAMPO
               VARYING IND-CP FROM 1 BY 1
               UNTIL IND-CP > TA-QT-CAMPOS (IND-ARQ)
           COMPUTE WTAMANHO = TA-TAM-ANTIGO (IND-ARQ) - WPOS-ANT + 1
           IF WTAMANHO > ZERO
               MOVE LINHA-ANTIGA (WPOS-ANT:WTAMANHO)
                   TO LINHA-NOVA (WPOS-NOV:WTAMANHO)
           END-IF
           COMPUTE WTAM-ATUAL = TA-TAM-ANTIGO (IND-ARQ)
                              + TA-QT-CAMPOS (IND-ARQ) * 2
           PERFORM 5200-INCLUI-CAMPO THRU 5200-EXIT
               VARYING IND-INC FROM 1 BY 1
               UNTIL IND-INC > QT-INCLUSOES
           .
       5100-ABRE-CAMPO.
           COMPUTE WTAMANHO = TA-POSICAO (IND-ARQ, IND-CP) - WPOS-ANT
           IF WTAMANHO > ZERO
               MOVE LINHA-ANTIGA (WPOS-ANT:WTAMANHO)
                   TO LINHA-NOVA (WPOS-NOV:WTAMANHO)
               ADD WTAMANHO TO WPOS-ANT WPOS-NOV
           END-IF
           MOVE LINHA-ANTIGA (WPOS-ANT:4) TO WCAMPO-ANTIGO
           IF WCAMPO-ANTIGO IS NUMERIC
               MOVE WCAMPO-ANTIGO-N TO WCAMPO-NOVO-N
               ADD WCAMPO-NOVO-N TO WTOTAL-DEPOIS
           ELSE
               MOVE SPACES TO WCAMPO-NOVO
               MOVE WCAMPO-ANTIGO TO WCAMPO-NOVO (3:4)
           END-IF
           MOVE WCAMPO-NOVO TO LINHA-NOVA (WPOS-NOV:6)
           ADD 4 TO WPOS-ANT
           ADD 6 TO WPOS-NOV
           .
       5200-INCLUI-CAMPO.
           IF TI-ARQUIVO (IND-INC) NOT = IND-ARQ
               GO TO 5200-EXIT
           END-IF
           MOVE TI-POSICAO (IND-INC) TO WPOS-NOV
           COMPUTE WTAMANHO = WTAM-ATUAL - WPOS-NOV + 1
           IF WTAMANHO > ZERO
               MOVE LINHA-NOVA (WPOS-NOV:WTAMANHO) TO LINHA-AUXILIAR
               COMPUTE WPOS-DESLOC = WPOS-NOV + TI-TAMANHO (IND-INC)
               MOVE LINHA-AUXILIAR (1:WTAMANHO)
                   TO LINHA-NOVA (WPOS-DESLOC:WTAMANHO)
           END-IF
           EVALUATE TI-TIPO (IND-INC)
           WHEN "Z"
               MOVE ALL "0"
                   TO LINHA-NOVA (WPOS-NOV:TI-TAMANHO (IND-INC))
           WHEN "V"
               MOVE TI-VALOR (IND-INC)
                   TO LINHA-NOVA (WPOS-NOV:TI-TAMANHO (IND-INC))
           WHEN OTHER
               MOVE SPACES
                   TO LINHA-NOVA (WPOS-NOV:TI-TAMANHO (IND-INC))
           END-EVALUATE
           ADD TI-TAMANHO (IND-INC) TO WTAM-ATUAL
           .
       5200-EXIT.
           EXIT.
       6000-RELATA-ARQUIVO.
           MOVE TA-NOME (IND-ARQ) TO LR-ARQUIVO
           MOVE QT-LIDOS      TO LR-LIDOS
           MOVE QT-GRAVADOS   TO LR-GRAVADOS
           MOVE WTOTAL-ANTES  TO LR-TOTAL-ANT
           MOVE WTOTAL-DEPOIS TO LR-TOTAL-DEP
           MOVE WRESULTADO    TO LR-RESULTADO
           DISPLAY LINHA-RESULTADO
           OPEN EXTEND RELCONV
           WRITE LINHA-RELCONV FROM LINHA-RESULTADO
           CLOSE RELCONV
           .
       7000-GRAVA-CHECKPOINT.
           MOVE IND-ARQ       TO CKP-ARQUIVO
           MOVE QT-LIDOS      TO CKP-LIDOS
           MOVE WTOTAL-ANTES  TO CKP-TOTAL
           MOVE WDATA-SISTEMA TO CKP-DATA
           OPEN OUTPUT CHECKPT
           WRITE REGISTRO-CHECKPOINT
           CLOSE CHECKPT
           .
       8000-CONTROLE.
           DISPLAY " "
           DISPLAY "CONVERSAO DOS CODIGOS PARA 6 DIGITOS"
           DISPLAY "ARQUIVOS CONVERTIDOS          : " QT-CONVERTIDOS
           DISPLAY "AUSENTES OU JA CONVERTIDOS    : " QT-IGNORADOS
           DISPLAY "COM DIVERGENCIA               : " QT-DIVERGENTES
           IF ABORTA
               DISPLAY "ATENCAO: CONVERSAO INTERROMPIDA - CONVCOD1.TMP"
                   " PRESERVADO PARA CONFERENCIA"
               DISPLAY "CORRIGIDO O PROBLEMA, RODE DE NOVO PARA"
                   " RETOMAR DO PONTO DE REINICIO"
           ELSE
               MOVE QT-ARQUIVOS TO IND-ARQ
               MOVE ZERO TO QT-LIDOS WTOTAL-ANTES
               MOVE "F" TO CKP-FASE
               PERFORM 7000-GRAVA-CHECKPOINT
               DISPLAY "CONVERSAO CONCLUIDA - RESULTADO EM CONVCOD1.REL"
               CALL "GRAVA-AUDITORIA" USING LK-OPERADOR, "CONVCOD1",
                   "CONVERTEU", WCHAVE-AUD
           END-IF
           DISPLAY "TECLE ENTER PARA CONTINUAR"
           ACCEPT WCONFIRMA
           .
       END PROGRAM CONVCOD1.
