      *     GRAVA-MOVESTOQUE - ROTINA COMUM DE MOVIMENTO DE ESTOQUE
      *     REGISTRA CODIGO, TIPO (E-ENTRADA S-SAIDA A/B-AJUSTE
      *     I-ABERTURA T-TRANSFERENCIA ENTRADA X-TRANSFERENCIA
      *     SAIDA F-DEVOLUCAO AO FORNECEDOR), QUANTIDADE, SALDO
      *     RESULTANTE, O DEPOSITO E O LOTE DO MOVIMENTO (ESPACOS
      *     QUANDO O PRODUTO NAO TEM CONTROLE DE LOTE) EM ESTMOV.DAT,
      *     COM A DATA, E
      *     MANTEM O SALDO POR PRODUTO X DEPOSITO EM SALDODEP.DAT
      *     (O SALDO CONSOLIDADO CONTINUA EM FD-QTD-ESTOQUE DO
      *     CADPRO.DAT, A CARGO DOS CHAMADORES).
       01  LINHA-ESTMOV.
           02 MV-DATA          PIC 9(8).
           02 FILLER           PIC X     VALUE SPACE.
           02 MV-CODIGO        PIC 9(06).
           02 FILLER           PIC X     VALUE SPACE.
           02 MV-TIPO          PIC X.
           02 FILLER           PIC X     VALUE SPACE.
       FD  SALDODEP.
       01  REGISTRO-SALDODEP.
           02 SD-CHAVE.
               03 SD-PRODUTO   PIC 9(06).
               03 SD-DEPOSITO  PIC 9(02).
           02 SD-SALDO         PIC S9(07).

       77  WDATA-HORA   PIC X(14) VALUE SPACES.

       LINKAGE                                 SECTION.
       01  LK-CODIGO       PIC 9(06).
       01  LK-TIPO         PIC X.
       01  LK-QUANTIDADE   PIC 9(6).
       01  LK-SALDO        PIC 9(6).
