           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT REMESSA ASSIGN TO "REMESSA.TXT"
       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.

       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
           02 SITUACAO    PIC X.
           02 GENERO      PIC X.
           02 LIMITE-CREDITO PIC 9(8)V99.
           02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
      *    OPT-OUT DE CONTATO POR FINALIDADE ("N" = NAO CONTATAR):
      *    MARKETING, COBRANCA E INSTITUCIONAL (PREFCON1)
               03 CLIENTE-OPT-MKT  PIC X.
               03 CLIENTE-OPT-COB  PIC X.
               03 CLIENTE-OPT-INST PIC X.
      *    PESSOA FISICA (CPF) OU JURIDICA (CNPJ, INSCRICAO ESTADUAL
      *    E NOME FANTASIA) - CONTATOS DA EMPRESA EM CLICONT.DAT
           02 CLIENTE-TIPO     PIC X.
               88 CLIENTE-PF   VALUE "F" "f" SPACE.
               88 CLIENTE-PJ   VALUE "J" "j".
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

       FD  REMESSA.
       01  LINHA-REMESSA        PIC X(80).
           02 PL-JUROS-DIA-PCT PIC 9V9999.
           02 PL-DESC-PCT      PIC 99V99.
           02 PL-DESC-DIAS     PIC 9(03).
           02 PL-TARIFA-CHEQUE PIC 9(6)V99.
           02 PL-NEGAT-DIAS    PIC 9(03).
           02 PL-NEGAT-AVISO   PIC 9(03).

      *    CONTROLE DE REMESSA POR PARCELA: "E" EM COBRANCA (JA
      *    REMETIDA), "B" MARCADA PARA INSTRUCAO DE BAIXA
       FD  REMCTL.
       01  REGISTRO-REMCTL.
           02 RM-CHAVE.
               03 RM-PEDIDO  PIC 9(06).
               03 RM-PARCELA PIC 9(02).
           02 RM-REMESSA     PIC 9(04).
           02 RM-STATUS      PIC X.
           02 FS-REMCTL-R REDEFINES FS-REMCTL-2 PIC 99 COMP-X.
       77  WDATA-SISTEMA PIC 9(8) VALUE ZERO.
       77  WENTIDADE     PIC X(10) VALUE "REMESSA".
       77  WNUM-REMESSA  PIC 9(06) VALUE ZERO.
       77  WJA-REMETIDA  PIC X VALUE "N".
       77  QT-BAIXAS     PIC 9(05) VALUE ZEROS.
       77  QT-PARCELAS   PIC 9(05) VALUE ZEROS.
           02 FILLER         PIC X(60) VALUE SPACES.
       01  REG-DETALHE.
           02 RD-TIPO        PIC X     VALUE "1".
           02 RD-DOCUMENTO   PIC 9(08).
           02 RD-NOME        PIC X(40).
           02 RD-CPF         PIC 9(11).
           02 RD-VENCIMENTO  PIC 9(08).
           02 RD-VALOR       PIC 9(8)V99.
           02 FILLER         PIC X(02) VALUE SPACES.
      *    INSTRUCAO DE POLITICA DE COBRANCA (UMA POR ARQUIVO):
      *    CARENCIA, MULTA FIXA, JUROS AO DIA E DESCONTO DE
      *    ANTECIPACAO QUE O BANCO APLICA A TODOS OS TITULOS
      *    INSTRUCAO DE BAIXA DE TITULO JA REGISTRADO NO BANCO
       01  REG-BAIXA.
           02 RB-TIPO        PIC X     VALUE "2".
           02 RB-DOCUMENTO   PIC 9(08).
           02 FILLER         PIC X(71) VALUE SPACES.
       01  REG-TRAILER.
           02 RT-TIPO        PIC X     VALUE "9".
           02 RT-QTDE        PIC 9(06).
