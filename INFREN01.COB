      ******************************************************************
      *
      *     INFREN01 - INFORME DE RENDIMENTOS E ARQUIVO ANUAL DO
      *     IMPOSTO RETIDO (FOLHAPAG.DAT X FUNCION.DAT)
      *     PARA UM ANO-CALENDARIO, TOTALIZA POR FUNCIONARIO O
      *     HISTORICO DA FOLHA: RENDIMENTOS TRIBUTAVEIS (FOLHA
      *     MENSAL, FERIAS E RESCISAO), INSS E IRRF RETIDOS, O 13O
      *     SALARIO COM O SEU INSS E IRRF EM SEPARADO (TRIBUTACAO
      *     EXCLUSIVA - O 13O INTEGRAL E O DA PARCELA 2; SEM ELA,
      *     VALE A PARCELA 1) E OS DEPENDENTES DO CADASTRO.
      *     IMPRIME O COMPROVANTE DE CADA FUNCIONARIO NUM UNICO .REL
      *     PELO PIPELINE GRAVA-SPOOL / VISREL E GERA A DECLARACAO
      *     ANUAL INFREN.TXT EM LAYOUT POSICIONAL (HEADER TIPO 0,
      *     UM REGISTRO TIPO 1 POR FUNCIONARIO E TRAILER TIPO 9).
      *     AO FINAL IMPRIME O RELATORIO DE CONTROLE, QUE AMARRA O
      *     IRRF DE CADA COMPETENCIA DO ANO AOS LANCAMENTOS DO
      *     LIVRO CAIXA (DADOS001.DAT): A DATA DA CONTABILIZACAO VEM
      *     DO CONTROLE FOLHAPST.DAT E A CONTA DO IRRF A RECOLHER DE
      *     FOLHACTA.DAT. A RESCISAO NAO E CONTABILIZADA PELA FOLHA
      *     E APARECE EM SEPARADO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. INFREN01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT FOLHAPAG ASSIGN TO "FOLHAPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHAVE-FOLHA
           FILE STATUS IS FS-FOLHAPAG.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT INFREN ASSIGN TO "INFREN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFREN.

           SELECT FOLHAPST ASSIGN TO "FOLHAPST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOLHAPST.

           SELECT FOLHACTA ASSIGN TO "FOLHACTA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOLHACTA.

           SELECT LANCAMENTOS ASSIGN TO "DADOS001.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LANCAMENTOS.

           SELECT SEQ-ARQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEQ.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  FOLHAPAG.
       01  REGISTRO-FOLHA.
           02 CHAVE-FOLHA.
               03 FOLHA-CODFUNC   PIC 9999.
               03 FOLHA-COMP-ANO  PIC 9999.
               03 FOLHA-COMP-MES  PIC 99.
               03 FOLHA-COMP-TIPO PIC X.
           02 FOLHA-SALARIO    PIC 9(07)V99.
           02 FOLHA-INSS       PIC 9(06)V99.
           02 FOLHA-IR         PIC 9(06)V99.
           02 FOLHA-LIQUIDO    PIC 9(07)V99.
           02 FOLHA-BASE-FGTS  PIC 9(07)V99.
           02 FOLHA-FGTS       PIC 9(06)V99.
           02 FOLHA-INSS-PATR  PIC 9(06)V99.
           02 FOLHA-MULTA-FGTS PIC 9(07)V99.

       FD  FUNCIONARIOS.
       01  REGISTRO-FUNCIONARIO.
           02 FUNC-CODIGO      PIC 9(04).
           02 FUNC-NOME        PIC X(50).
           02 FUNC-ADMISSAO    PIC 9(08).
           02 FUNC-SALARIO     PIC 9(07)V99.
           02 FUNC-DEPENDENTES PIC 9(02).
           02 FUNC-SITUACAO    PIC X.
           02 FUNC-DEMISSAO    PIC 9(08).
           02 FUNC-TIPO-DESLIG PIC X.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

       FD  INFREN.
       01  LINHA-INFREN         PIC X(120).

      *    MESMO LAYOUT DO FOLHA001
       FD  FOLHAPST.
       01  REGISTRO-FOLHAPST.
           02 PST-COMPETENCIA PIC 9(06).
           02 FILLER          PIC X     VALUE SPACE.
           02 PST-TIPO        PIC X.
           02 FILLER          PIC X     VALUE SPACE.
           02 PST-DATA        PIC 9(08).

       FD  FOLHACTA.
       01  REGISTRO-FOLHACTA.
           02 FC-CTA-DESPESA PIC 9(05).
           02 FILLER         PIC X     VALUE SPACE.
           02 FC-CTA-INSS    PIC 9(05).
           02 FILLER         PIC X     VALUE SPACE.
           02 FC-CTA-IRRF    PIC 9(05).
           02 FILLER         PIC X     VALUE SPACE.
           02 FC-CTA-LIQUIDO PIC 9(05).
           02 FILLER         PIC X     VALUE SPACE.
           02 FC-CTA-ENCARGOS PIC 9(05).
           02 FILLER         PIC X     VALUE SPACE.
           02 FC-CTA-FGTS    PIC 9(05).

       FD  LANCAMENTOS.
       01  REGISTRO-LANCAMENTO.
           02 TR-CONTA   PIC 9(05).
           02 FILLER     PIC X.
           02 TR-TIPO    PIC X.
               88 TR-CREDITO VALUE "C" "c".
           02 FILLER     PIC X.
           02 TR-VALOR   PIC 9(8)V99.
           02 FILLER     PIC X.
           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X.
           02 TR-FILIAL  PIC 9(02).

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
           RECORD IS VARYING IN SIZE DEPENDING ON WSEQ-SIZE.
       01  SEQ-REG.
           02 WREL-LINHA PIC X(200).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-FOLHAPAG.
           02 FS-FOLHAPAG-1 PIC 9.
           02 FS-FOLHAPAG-2 PIC 9.
           02 FS-FOLHAPAG-R REDEFINES FS-FOLHAPAG-2 PIC 99 COMP-X.
       01  FS-FUNCIONARIOS.
           02 FS-FUNCIONARIOS-1 PIC 9.
           02 FS-FUNCIONARIOS-2 PIC 9.
           02 FS-FUNCIONAR-R REDEFINES FS-FUNCIONARIOS-2
               PIC 99 COMP-X.
       77  FS-INFREN      PIC XX VALUE SPACES.
       77  FS-FOLHAPST    PIC XX VALUE SPACES.
       77  FS-FOLHACTA    PIC XX VALUE SPACES.
       77  FS-LANCAMENTOS PIC XX VALUE SPACES.
       77  FS-SEQ    PIC XX VALUE SPACES.
       77  WSEQ-SIZE PIC 9(06) VALUE ZEROS.

       77  WOPERADOR      PIC X(10) VALUE "INFREN01".
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WANO           PIC 9(04) VALUE ZERO.
       77  WPRIMEIRO      PIC X VALUE "S".
       77  WFUNC-ATUAL    PIC 9(04) VALUE ZERO.
       77  QT-FUNCIONARIOS PIC 9(06) VALUE ZEROS.

      *    ACUMULADORES DO FUNCIONARIO NO ANO
       77  WREND-TRIB     PIC 9(09)V99 VALUE ZEROS.
       77  WINSS-ANO      PIC 9(08)V99 VALUE ZEROS.
       77  WIRRF-ANO      PIC 9(08)V99 VALUE ZEROS.
       77  W13-PARCELA1   PIC 9(08)V99 VALUE ZEROS.
       77  W13-INTEGRAL   PIC 9(08)V99 VALUE ZEROS.
       77  W13-BRUTO      PIC 9(08)V99 VALUE ZEROS.
       77  W13-INSS       PIC 9(08)V99 VALUE ZEROS.
       77  W13-IRRF       PIC 9(08)V99 VALUE ZEROS.
       77  WDEPENDENTES   PIC 9(02) VALUE ZEROS.

      *    TOTAIS DO ARQUIVO
       77  WTOT-REND      PIC 9(11)V99 VALUE ZEROS.
       77  WTOT-INSS      PIC 9(10)V99 VALUE ZEROS.
       77  WTOT-IRRF      PIC 9(10)V99 VALUE ZEROS.
       77  WTOT-13        PIC 9(10)V99 VALUE ZEROS.
       77  WTOT-13-INSS   PIC 9(10)V99 VALUE ZEROS.
       77  WTOT-13-IRRF   PIC 9(10)V99 VALUE ZEROS.

      *    IRRF POR COMPETENCIA (MES X TIPO M/1/2/F/R) E A DATA EM
      *    QUE A COMPETENCIA FOI CONTABILIZADA (FOLHAPST.DAT)
       77  WTIPOS-COMP    PIC X(05) VALUE "M12FR".
       77  WTIPO-PROC     PIC X VALUE SPACE.
       77  IND-MES        PIC 9(02) VALUE ZERO.
       77  IND-TIPO       PIC 9(01) VALUE ZERO.
       01  TAB-IRRF-COMPET.
           02 TI-MES OCCURS 12 TIMES.
               03 TI-TIPO OCCURS 5 TIMES.
                   04 TI-IRRF      PIC 9(09)V99.
                   04 TI-DATA-POST PIC 9(08).

      *    DATAS DE CONTABILIZACAO DO ANO E O IRRF CREDITADO NO
      *    LIVRO CAIXA EM CADA UMA
       01  TAB-DATAS-POST.
           02 TD-ITEM OCCURS 60 TIMES.
               03 TD-DATA  PIC 9(08).
               03 TD-VALOR PIC 9(10)V99.
       77  QT-DATAS       PIC 9(02) VALUE ZERO.
       77  IND-DATA       PIC 9(02) VALUE ZERO.
       77  IND-DATA-ACHOU PIC 9(02) VALUE ZERO.

      *    CONFERENCIA COM O LIVRO CAIXA
       77  WCTA-IRRF      PIC 9(05) VALUE ZERO.
       77  WVALOR-CREDITO PIC 9(08)V99 VALUE ZERO.
       77  WIRRF-POSTADO  PIC 9(10)V99 VALUE ZEROS.
       77  WIRRF-PENDENTE PIC 9(10)V99 VALUE ZEROS.
       77  WIRRF-RESCISAO PIC 9(10)V99 VALUE ZEROS.
       77  WIRRF-RAZAO    PIC 9(10)V99 VALUE ZEROS.
       77  WIRRF-RAZAO-ANO PIC 9(10)V99 VALUE ZEROS.
       77  WIRRF-ARQUIVO  PIC 9(10)V99 VALUE ZEROS.
       77  WDIFERENCA     PIC S9(10)V99 VALUE ZEROS.
       77  WSITUACAO-POST PIC X(17) VALUE SPACES.

       77  WED-VALOR      PIC Z(8)9.99.
       77  WED-DIFERENCA  PIC -(9)9.99.

      *    LAYOUT POSICIONAL DA DECLARACAO ANUAL DO IMPOSTO RETIDO
       01  REG-HEADER.
           02 RH-TIPO        PIC X     VALUE "0".
           02 RH-LITERAL     PIC X(07) VALUE "INFREND".
           02 RH-ANO         PIC 9(04).
           02 RH-DATA        PIC 9(08).
           02 FILLER         PIC X(100) VALUE SPACES.
       01  REG-DETALHE.
           02 RD-TIPO        PIC X     VALUE "1".
           02 RD-FUNC        PIC 9(04).
           02 RD-NOME        PIC X(40).
           02 RD-DEPENDENTES PIC 9(02).
           02 RD-REND-TRIB   PIC 9(09)V99.
           02 RD-INSS        PIC 9(08)V99.
           02 RD-IRRF        PIC 9(08)V99.
           02 RD-13-BRUTO    PIC 9(08)V99.
           02 RD-13-INSS     PIC 9(08)V99.
           02 RD-13-IRRF     PIC 9(08)V99.
           02 FILLER         PIC X(12) VALUE SPACES.
       01  REG-TRAILER.
           02 RT-TIPO        PIC X     VALUE "9".
           02 RT-QTDE        PIC 9(06).
           02 RT-REND-TRIB   PIC 9(11)V99.
           02 RT-INSS        PIC 9(10)V99.
           02 RT-IRRF        PIC 9(10)V99.
           02 RT-13-BRUTO    PIC 9(10)V99.
           02 RT-13-INSS     PIC 9(10)V99.
           02 RT-13-IRRF     PIC 9(10)V99.
           02 FILLER         PIC X(40) VALUE SPACES.

      *    SPOOL DE IMPRESSAO (GRAVA-SPOOL / SPOOLCAT.DAT)
       77  WSPOOL-REL  PIC X(10) VALUE "INFREN01".
       77  WNOME-SPOOL PIC X(20) VALUE SPACES.

      *    MONTAGEM DA LINHA "T" DO VISREL
       77  WREL-TEXTO   PIC X(120) VALUE SPACES.
       01  WREL-T.
           02 FILLER    PIC X(26) VALUE SPACES.
           02 WREL-T-B  PIC X(120) VALUE SPACES.
       77  FUNCAO-35    PIC X COMP-X VALUE 35.
       77  CODERRO-2    PIC X COMP-X VALUE 0.
       01  COMANDO      PIC X(250) VALUE SPACES.
       01  COMMAND-LIN.
           02 COMMAND-LIN-LEN PIC X COMP-X VALUE 0.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-HISTORICO THRU 2000-EXIT
           PERFORM 5000-CONTROLE-RAZAO THRU 5000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "INFORME DE RENDIMENTOS E IMPOSTO RETIDO NO ANO"
           DISPLAY "ANO-CALENDARIO (0 = ANO ANTERIOR):"
           ACCEPT WANO
           IF WANO = ZERO
               COMPUTE WANO = WDATA-SISTEMA / 10000 - 1
           END-IF
           INITIALIZE TAB-IRRF-COMPET
           INITIALIZE TAB-DATAS-POST
           OPEN INPUT FOLHAPAG
           OPEN INPUT FUNCIONARIOS
           .
      *================================================================*
      *    HISTORICO DA FOLHA: A CHAVE (FUNCIONARIO + COMPETENCIA)
      *    TRAZ OS REGISTROS DE CADA FUNCIONARIO JUNTOS; NA QUEBRA
      *    DE FUNCIONARIO SAI O INFORME DO ANTERIOR
      *================================================================*
       2000-PROCESSA-HISTORICO.
           IF FS-FOLHAPAG NOT = "00"
               DISPLAY "HISTORICO DE FOLHA NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT INFREN
           MOVE WANO          TO RH-ANO
           MOVE WDATA-SISTEMA TO RH-DATA
           MOVE REG-HEADER TO LINHA-INFREN
           WRITE LINHA-INFREN
           CALL "GRAVA-SPOOL" USING WSPOOL-REL, WOPERADOR,
               WNOME-SPOOL
           OPEN OUTPUT SEQ-ARQ
           MOVE SPACES TO WREL-LINHA
           MOVE "QJ 92" TO WREL-LINHA
           MOVE 5 TO WSEQ-SIZE
           WRITE SEQ-REG
           MOVE SPACES TO WREL-LINHA
           MOVE "F 101000Arial" TO WREL-LINHA
           MOVE 13 TO WSEQ-SIZE
           WRITE SEQ-REG
           PERFORM 2100-LE-PROXIMA
           PERFORM 2200-TRATA-REGISTRO
               UNTIL FS-FOLHAPAG NOT = "00"
           IF WPRIMEIRO = "N"
               PERFORM 3000-FECHA-FUNCIONARIO
           END-IF
           IF QT-FUNCIONARIOS = ZERO
               MOVE SPACES TO WREL-TEXTO
               STRING "Nenhum pagamento na folha do ano-calendario "
                   WANO
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
           END-IF
           MOVE QT-FUNCIONARIOS TO RT-QTDE
           MOVE WTOT-REND       TO RT-REND-TRIB
           MOVE WTOT-INSS       TO RT-INSS
           MOVE WTOT-IRRF       TO RT-IRRF
           MOVE WTOT-13         TO RT-13-BRUTO
           MOVE WTOT-13-INSS    TO RT-13-INSS
           MOVE WTOT-13-IRRF    TO RT-13-IRRF
           MOVE REG-TRAILER TO LINHA-INFREN
           WRITE LINHA-INFREN
           CLOSE INFREN
           CLOSE SEQ-ARQ
           PERFORM 7000-DISPARA-VISREL
           DISPLAY "INFORMES EMITIDOS E GRAVADOS EM INFREN.TXT: "
               QT-FUNCIONARIOS
       2000-EXIT.
           EXIT.
       2100-LE-PROXIMA.
           READ FOLHAPAG NEXT RECORD
               AT END
                   MOVE "10" TO FS-FOLHAPAG
           END-READ
           .
       2200-TRATA-REGISTRO.
           IF FOLHA-COMP-ANO = WANO
               IF WPRIMEIRO = "S" OR FOLHA-CODFUNC NOT = WFUNC-ATUAL
                   IF WPRIMEIRO = "N"
                       PERFORM 3000-FECHA-FUNCIONARIO
                   END-IF
                   PERFORM 2300-INICIA-FUNCIONARIO
               END-IF
               PERFORM 2400-ACUMULA-COMPETENCIA
           END-IF
           PERFORM 2100-LE-PROXIMA
           .
       2300-INICIA-FUNCIONARIO.
           MOVE "N" TO WPRIMEIRO
           MOVE FOLHA-CODFUNC TO WFUNC-ATUAL
           MOVE ZEROS TO WREND-TRIB WINSS-ANO WIRRF-ANO
           MOVE ZEROS TO W13-PARCELA1 W13-INTEGRAL W13-INSS W13-IRRF
           MOVE FOLHA-CODFUNC TO FUNC-CODIGO
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE "FUNCIONARIO NAO CADASTRADO" TO FUNC-NOME
                   MOVE ZERO TO FUNC-DEPENDENTES
           END-READ
           MOVE FUNC-DEPENDENTES TO WDEPENDENTES
           .
      *    MENSAL, FERIAS E RESCISAO SAO RENDIMENTO TRIBUTAVEL; AS
      *    PARCELAS DO 13O VAO PARA A TRIBUTACAO EXCLUSIVA (A
      *    PARCELA 1 NAO TEM DESCONTO; A 2 TRAZ O 13O INTEGRAL E OS
      *    DESCONTOS SOBRE ELE)
       2400-ACUMULA-COMPETENCIA.
           MOVE FOLHA-COMP-TIPO TO WTIPO-PROC
           PERFORM 2450-INDICE-TIPO
           EVALUATE IND-TIPO
               WHEN 2
                   MOVE FOLHA-SALARIO TO W13-PARCELA1
               WHEN 3
                   MOVE FOLHA-SALARIO TO W13-INTEGRAL
                   ADD FOLHA-INSS TO W13-INSS
                   ADD FOLHA-IR   TO W13-IRRF
               WHEN OTHER
                   ADD FOLHA-SALARIO TO WREND-TRIB
                   ADD FOLHA-INSS    TO WINSS-ANO
                   ADD FOLHA-IR      TO WIRRF-ANO
           END-EVALUATE
           IF FOLHA-COMP-MES > ZERO AND FOLHA-COMP-MES < 13
               ADD FOLHA-IR TO TI-IRRF (FOLHA-COMP-MES, IND-TIPO)
           END-IF
           .
       2450-INDICE-TIPO.
           EVALUATE WTIPO-PROC
               WHEN "1"
                   MOVE 2 TO IND-TIPO
               WHEN "2"
                   MOVE 3 TO IND-TIPO
               WHEN "F"
                   MOVE 4 TO IND-TIPO
               WHEN "R"
                   MOVE 5 TO IND-TIPO
               WHEN OTHER
                   MOVE 1 TO IND-TIPO
           END-EVALUATE
           .
      *================================================================*
      *    FECHAMENTO DO FUNCIONARIO: REGISTRO TIPO 1 DA DECLARACAO
      *    E O COMPROVANTE IMPRESSO
      *================================================================*
       3000-FECHA-FUNCIONARIO.
           IF W13-INTEGRAL > ZERO
               MOVE W13-INTEGRAL TO W13-BRUTO
           ELSE
               MOVE W13-PARCELA1 TO W13-BRUTO
           END-IF
           ADD 1 TO QT-FUNCIONARIOS
           ADD WREND-TRIB TO WTOT-REND
           ADD WINSS-ANO  TO WTOT-INSS
           ADD WIRRF-ANO  TO WTOT-IRRF
           ADD W13-BRUTO  TO WTOT-13
           ADD W13-INSS   TO WTOT-13-INSS
           ADD W13-IRRF   TO WTOT-13-IRRF
           MOVE WFUNC-ATUAL      TO RD-FUNC
           MOVE FUNC-NOME (1:40) TO RD-NOME
           MOVE WDEPENDENTES     TO RD-DEPENDENTES
           MOVE WREND-TRIB       TO RD-REND-TRIB
           MOVE WINSS-ANO        TO RD-INSS
           MOVE WIRRF-ANO        TO RD-IRRF
           MOVE W13-BRUTO        TO RD-13-BRUTO
           MOVE W13-INSS         TO RD-13-INSS
           MOVE W13-IRRF         TO RD-13-IRRF
           MOVE REG-DETALHE TO LINHA-INFREN
           WRITE LINHA-INFREN
           PERFORM 3100-IMPRIME-INFORME
           .
       3100-IMPRIME-INFORME.
           MOVE " " TO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "Comprovante de rendimentos pagos e de imposto"
               " retido na fonte - ano-calendario " WANO
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "Funcionario " WFUNC-ATUAL " - "
               FUNCTION TRIM(FUNC-NOME)
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "Dependentes: " WDEPENDENTES
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE "Rendimentos tributaveis, deducoes e imposto retido"
               TO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE WREND-TRIB TO WED-VALOR
           MOVE SPACES TO WREL-TEXTO
           STRING "  Total dos rendimentos (inclusive ferias): "
               WED-VALOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE WINSS-ANO TO WED-VALOR
           MOVE SPACES TO WREL-TEXTO
           STRING "  Contribuicao previdenciaria oficial:      "
               WED-VALOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE WIRRF-ANO TO WED-VALOR
           MOVE SPACES TO WREL-TEXTO
           STRING "  Imposto sobre a renda retido na fonte:    "
               WED-VALOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE "Rendimentos sujeitos a tributacao exclusiva"
               TO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE W13-BRUTO TO WED-VALOR
           MOVE SPACES TO WREL-TEXTO
           STRING "  13o salario:                              "
               WED-VALOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE W13-INSS TO WED-VALOR
           MOVE SPACES TO WREL-TEXTO
           STRING "  Contribuicao previdenciaria sobre o 13o:  "
               WED-VALOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE W13-IRRF TO WED-VALOR
           MOVE SPACES TO WREL-TEXTO
           STRING "  Imposto retido sobre o 13o:               "
               WED-VALOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           .
      *================================================================*
      *    RELATORIO DE CONTROLE: IRRF DAS COMPETENCIAS DO ANO X
      *    CREDITOS NA CONTA DO IRRF A RECOLHER LANCADOS NAS DATAS
      *    EM QUE ESSAS COMPETENCIAS FORAM CONTABILIZADAS (AS DUAS
      *    PERNAS DO LANCAMENTO, COMO NO BALANCETE)
      *================================================================*
       5000-CONTROLE-RAZAO.
           IF FS-FOLHAPAG NOT = "00" AND FS-FOLHAPAG NOT = "10"
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-CARREGA-POSTAGENS
           MOVE ZERO TO WCTA-IRRF
           OPEN INPUT FOLHACTA
           IF FS-FOLHACTA = "00"
               READ FOLHACTA
                   AT END
                       MOVE "10" TO FS-FOLHACTA
               END-READ
               IF FS-FOLHACTA = "00" AND FC-CTA-IRRF NUMERIC
                   MOVE FC-CTA-IRRF TO WCTA-IRRF
               END-IF
               CLOSE FOLHACTA
           END-IF
           IF WCTA-IRRF NOT = ZERO
               OPEN INPUT LANCAMENTOS
               IF FS-LANCAMENTOS = "00"
                   PERFORM 5300-LE-LANCAMENTO
                   PERFORM 5400-SOMA-LANCAMENTO
                       UNTIL FS-LANCAMENTOS NOT = "00"
                   CLOSE LANCAMENTOS
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "CONTROLE DO IRRF RETIDO - ANO-CALENDARIO " WANO
           DISPLAY "MES TIPO       IRRF FOLHA CONTABILIZACAO"
           PERFORM 5500-LISTA-MES
               VARYING IND-MES FROM 1 BY 1
               UNTIL IND-MES > 12
           COMPUTE WIRRF-ARQUIVO = WTOT-IRRF + WTOT-13-IRRF
           DISPLAY " "
           MOVE WIRRF-ARQUIVO TO WED-VALOR
           DISPLAY "IRRF NOS INFORMES (INFREN.TXT) ...... " WED-VALOR
           MOVE WIRRF-POSTADO TO WED-VALOR
           DISPLAY "  COMPETENCIAS CONTABILIZADAS ....... " WED-VALOR
           MOVE WIRRF-PENDENTE TO WED-VALOR
           DISPLAY "  COMPETENCIAS NAO CONTABILIZADAS ... " WED-VALOR
           MOVE WIRRF-RESCISAO TO WED-VALOR
           DISPLAY "  RESCISOES (FORA DA CONTABILIZACAO). " WED-VALOR
           IF WCTA-IRRF = ZERO
               DISPLAY "FOLHACTA.DAT SEM A CONTA DO IRRF -"
                   " CONFERENCIA COM O LIVRO CAIXA PULADA"
               GO TO 5000-EXIT
           END-IF
           PERFORM 5600-SOMA-RAZAO
               VARYING IND-DATA FROM 1 BY 1
               UNTIL IND-DATA > QT-DATAS
           MOVE WIRRF-RAZAO TO WED-VALOR
           DISPLAY "IRRF CREDITADO NA CONTA " WCTA-IRRF
               " NAS DATAS DA FOLHA " WED-VALOR
           MOVE WIRRF-RAZAO-ANO TO WED-VALOR
           DISPLAY "  (CREDITOS NA CONTA NO ANO TODO .... " WED-VALOR
               ")"
           COMPUTE WDIFERENCA = WIRRF-POSTADO - WIRRF-RAZAO
           MOVE WDIFERENCA TO WED-DIFERENCA
           DISPLAY "DIFERENCA FOLHA X LIVRO CAIXA ....... "
               WED-DIFERENCA
           IF WDIFERENCA = ZERO
               DISPLAY "IRRF DA FOLHA CONFERE COM O LIVRO CAIXA"
           ELSE
               DISPLAY "DIVERGENCIA - CONFERIR OS LANCAMENTOS DA"
                   " CONTA " WCTA-IRRF " NAS DATAS ACIMA"
           END-IF
       5000-EXIT.
           EXIT.
       5100-CARREGA-POSTAGENS.
           OPEN INPUT FOLHAPST
           IF FS-FOLHAPST = "00"
               PERFORM 5110-LE-CONTROLE
               PERFORM 5120-GUARDA-POSTAGEM
                   UNTIL FS-FOLHAPST NOT = "00"
               CLOSE FOLHAPST
           END-IF
           .
       5110-LE-CONTROLE.
           READ FOLHAPST
               AT END
                   MOVE "10" TO FS-FOLHAPST
           END-READ
           .
       5120-GUARDA-POSTAGEM.
           IF PST-COMPETENCIA (1:4) = WANO AND
              PST-COMPETENCIA (5:2) NUMERIC
               MOVE PST-COMPETENCIA (5:2) TO IND-MES
               MOVE PST-TIPO TO WTIPO-PROC
               PERFORM 2450-INDICE-TIPO
               IF IND-MES > ZERO AND IND-MES < 13
                   MOVE PST-DATA TO TI-DATA-POST (IND-MES, IND-TIPO)
                   PERFORM 5130-GUARDA-DATA
               END-IF
           END-IF
           PERFORM 5110-LE-CONTROLE
           .
       5130-GUARDA-DATA.
           MOVE ZERO TO IND-DATA-ACHOU
           PERFORM 5140-PROCURA-DATA
               VARYING IND-DATA FROM 1 BY 1
               UNTIL IND-DATA > QT-DATAS
           IF IND-DATA-ACHOU = ZERO AND QT-DATAS < 60
               ADD 1 TO QT-DATAS
               MOVE PST-DATA TO TD-DATA (QT-DATAS)
               MOVE ZERO     TO TD-VALOR (QT-DATAS)
           END-IF
           .
       5140-PROCURA-DATA.
           IF TD-DATA (IND-DATA) = PST-DATA
               MOVE IND-DATA TO IND-DATA-ACHOU
           END-IF
           .
       5300-LE-LANCAMENTO.
           READ LANCAMENTOS
               AT END
                   MOVE "10" TO FS-LANCAMENTOS
           END-READ
           .
      *    CREDITO NA CONTA DO IRRF: A PROPRIA CONTA COM TIPO C OU
      *    A CONTRAPARTIDA DE UM LANCAMENTO A DEBITO
       5400-SOMA-LANCAMENTO.
           MOVE ZERO TO WVALOR-CREDITO
           IF TR-CONTA = WCTA-IRRF AND TR-CREDITO
               MOVE TR-VALOR TO WVALOR-CREDITO
           END-IF
           IF TR-CONTRA = WCTA-IRRF AND NOT TR-CREDITO
               MOVE TR-VALOR TO WVALOR-CREDITO
           END-IF
           IF WVALOR-CREDITO > ZERO
               IF TR-DATA (1:4) = WANO
                   ADD WVALOR-CREDITO TO WIRRF-RAZAO-ANO
               END-IF
               MOVE ZERO TO IND-DATA-ACHOU
               PERFORM 5410-PROCURA-DATA-LANC
                   VARYING IND-DATA FROM 1 BY 1
                   UNTIL IND-DATA > QT-DATAS
               IF IND-DATA-ACHOU NOT = ZERO
                   ADD WVALOR-CREDITO TO TD-VALOR (IND-DATA-ACHOU)
               END-IF
           END-IF
           PERFORM 5300-LE-LANCAMENTO
           .
       5410-PROCURA-DATA-LANC.
           IF TD-DATA (IND-DATA) = TR-DATA
               MOVE IND-DATA TO IND-DATA-ACHOU
           END-IF
           .
       5500-LISTA-MES.
           PERFORM 5510-LISTA-TIPO THRU 5510-FIM
               VARYING IND-TIPO FROM 1 BY 1
               UNTIL IND-TIPO > 5
           .
       5510-LISTA-TIPO.
           IF TI-IRRF (IND-MES, IND-TIPO) = ZERO AND
              TI-DATA-POST (IND-MES, IND-TIPO) = ZERO
               GO TO 5510-FIM
           END-IF
           EVALUATE TRUE
               WHEN IND-TIPO = 5
                   MOVE "RESCISAO" TO WSITUACAO-POST
                   ADD TI-IRRF (IND-MES, IND-TIPO) TO WIRRF-RESCISAO
               WHEN TI-DATA-POST (IND-MES, IND-TIPO) = ZERO
                   MOVE "NAO CONTABILIZADA" TO WSITUACAO-POST
                   ADD TI-IRRF (IND-MES, IND-TIPO) TO WIRRF-PENDENTE
               WHEN OTHER
                   MOVE TI-DATA-POST (IND-MES, IND-TIPO)
                       TO WSITUACAO-POST
                   ADD TI-IRRF (IND-MES, IND-TIPO) TO WIRRF-POSTADO
           END-EVALUATE
           MOVE TI-IRRF (IND-MES, IND-TIPO) TO WED-VALOR
           DISPLAY " " IND-MES "   " WTIPOS-COMP (IND-TIPO:1)
               "  " WED-VALOR " " WSITUACAO-POST
           .
       5510-FIM.
           EXIT.
       5600-SOMA-RAZAO.
           ADD TD-VALOR (IND-DATA) TO WIRRF-RAZAO
           .
       7000-DISPARA-VISREL.
           MOVE SPACES TO COMANDO
           STRING "C:\Windows\VisRel.exe /g "
               FUNCTION TRIM(WNOME-SPOOL)
               " /t Informe de Rendimentos"
               DELIMITED BY SIZE INTO COMANDO
           DISPLAY COMANDO UPON COMMAND-LINE
           CALL X"91" USING CODERRO-2, FUNCAO-35, COMMAND-LIN
           IF CODERRO-2 NOT = 0
               DISPLAY "VISREL INDISPONIVEL"
           END-IF
           .
       8000-GRAVA-LINHA-T.
           MOVE SPACES TO WREL-T-B
           MOVE WREL-TEXTO TO WREL-T-B
           MOVE WREL-T TO WREL-LINHA
           MOVE "T 009900002009600000100010" TO WREL-LINHA (1:26)
           MOVE 146 TO WSEQ-SIZE
           WRITE SEQ-REG
           MOVE SPACES TO WREL-LINHA
           MOVE "RH" TO WREL-LINHA
           MOVE "00018" TO WREL-LINHA (4:5)
           MOVE 8 TO WSEQ-SIZE
           WRITE SEQ-REG
           MOVE SPACES TO WREL-LINHA
           MOVE "QL" TO WREL-LINHA
           MOVE 2 TO WSEQ-SIZE
           WRITE SEQ-REG
           .
       9999-ENCERRA.
           CLOSE FOLHAPAG FUNCIONARIOS
           GOBACK
           .
       END PROGRAM INFREN01.
