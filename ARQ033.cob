       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ033.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO MENSAL DE MOVIMENTO DA BASE DE CLIENTES
      *==            E DE FATURAMENTO (RELMES.TXT, 132 COLUNAS). O MES
      *==            DE REFERENCIA (AAAAMM), A QUANTIDADE DE MAIORES
      *==            CLIENTES LISTADOS E O PERCENTUAL DE QUEDA DE
      *==            FATURAMENTO VEM NO PARAMETRO PARMMES.TXT (SEM
      *==            PARAMETRO: MES ANTERIOR AO DA EXECUCAO, 20
      *==            CLIENTES E 50%).
      *==            - BASE: NOVOS (A), SUSPENSOES (S), REATIVACOES (R),
      *==              CANCELAMENTOS (X) E EXCLUSOES (D) DO MES PELO
      *==              AUD-CODIGO DO AUDCLI.TXT E DO ARQUIVO MORTO
      *==              ARCAUD.TXT, E AS QUANTIDADES POR REG-STATUS NA
      *==              ABERTURA E NO FECHAMENTO DO MES, OBTIDAS DO
      *==              CADASTRO ATUAL DESFAZENDO AS MUDANCAS DE STATUS
      *==              REGISTRADAS NAS IMAGENS ANTES/DEPOIS DA
      *==              AUDITORIA POSTERIORES A CADA DATA. O
      *==              CRESCIMENTO LIQUIDO E NOVOS MENOS CANCELAMENTOS:
      *==              A EXCLUSAO SO E ACEITA PARA CLIENTE JA CANCELADO
      *==              E A PERDA JA FOI CONTADA NO "X"
      *==            - FATURAMENTO: PEDIDOS FATURADOS DO MES (PED-DATA),
      *==              LIDOS EM ORDEM DE CLIENTE PELA CHAVE PED-CLIENTE;
      *==              RANKING DOS CLIENTES POR VALOR COM PARTICIPACAO,
      *==              PARTICIPACAO ACUMULADA E CLASSE ABC (A ATE 80%,
      *==              B ATE 95%, C O RESTANTE) E CLIENTES CUJO
      *==              FATURAMENTO CAIU O PERCENTUAL DO PARAMETRO OU
      *==              MAIS EM RELACAO AO MES ANTERIOR
      *==            - HISTORICO: OS TOTAIS DO MES SAO GRAVADOS NO
      *==              HISMES.TXT (LAYOUT HMSWS01) E O MES E COMPARADO
      *==              COM O MES ANTERIOR E COM O MESMO MES DO ANO
      *==              ANTERIOR LIDOS DESSE HISTORICO
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMMES ASSIGN TO
               "PARMMES.txt"
               FILE STATUS IS FS-PARMMES.

           SELECT CLIENTES ASSIGN TO
               "CLIENTES.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO
               "PEDIDOS.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

           SELECT AUDCLI ASSIGN TO
               "AUDCLI.txt"
               FILE STATUS IS FS-AUDCLI.

           SELECT ARCAUD ASSIGN TO
               "ARCAUD.txt"
               FILE STATUS IS FS-ARCAUD.

           SELECT HISMES ASSIGN TO
               "HISMES.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HMS-ANO-MES
               FILE STATUS IS FS-HISMES.

           SELECT RELMES ASSIGN TO
               "RELMES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELMES.

           SELECT CTLRUN ASSIGN TO
               "CTLRUN.txt"
               FILE STATUS IS FS-CTLRUN.

       DATA DIVISION.
       FILE SECTION.
       FD PARMMES.
       01 REG-PARMMES.
           05 PMS-ANO-MES           PIC 9(06).
           05 PMS-QTD-MAIORES       PIC 9(03).
           05 PMS-PERC-QUEDA        PIC 9(03).

       FD CLIENTES.
           COPY CLIWS01.

       FD PEDIDOS.
           COPY PEDWS01.

       FD AUDCLI.
       01 REG-AUDCLI-ARQ     PIC X(270).

       FD ARCAUD.
       01 REG-ARCAUD     PIC X(270).

       FD HISMES.
           COPY HMSWS01.

       FD RELMES.
       01 REG-RELMES     PIC X(132).

       FD CTLRUN.
           COPY CTLWS01.

       WORKING-STORAGE SECTION.
       77 FS-PARMMES PIC 9(02).
       77 FS-CLIENTES PIC 9(02).
       77 FS-PEDIDOS PIC 9(02).
       77 FS-AUDCLI PIC 9(02).
       77 FS-ARCAUD PIC 9(02).
       77 FS-HISMES PIC 9(02).
       77 FS-RELMES PIC 9(02).
       77 FS-CTLRUN PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-MAIORES PIC 9(03) VALUE 20.
       77 WRK-PERC-QUEDA PIC 9(03) VALUE 50.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO-ANT PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM-ANT PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-ARQUIVO-LIDO PIC X(08) VALUE SPACES.
       77 WRK-STATUS-IMAGEM PIC X(01) VALUE SPACES.
       77 WRK-SUB-STATUS PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-AUDITORIA PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-NOVOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SUSPENSOES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-REATIVACOES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CANCELAMENTOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EXCLUSOES PIC 9(07) VALUE ZEROS.
       77 WRK-CRESCIMENTO PIC S9(07) VALUE ZEROS.
       77 WRK-CLIENTE-ATUAL PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-CLIENTE-MES PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-CLIENTE-ANT PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-FATURADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ACUMULADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-PEDIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CLIENTES-FAT PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RANKING PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-RANKING PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-DESTINO PIC 9(05) VALUE ZEROS.
       77 WRK-ACHOU-POSICAO PIC X(01) VALUE "N".
           88 ACHOU-POSICAO VALUE "S".
       77 WRK-QTD-QUEDAS PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-QUEDA PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-CLASSE PIC 9(01) VALUE ZEROS.
       77 WRK-SUB-COLUNA PIC 9(01) VALUE ZEROS.
       77 WRK-PERC-ACUMULADO-ANT PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VARIACAO PIC S9(05)V99 VALUE ZEROS.
       77 WRK-TIPO-LINHA PIC X(01) VALUE SPACES.
           88 LINHA-QUANTIDADE VALUE "Q".
           88 LINHA-VALOR VALUE "V".
       77 WRK-PAGINA PIC 9(05) VALUE ZEROS.
       77 WRK-LINHA-ATUAL PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-LINHAS PIC 9(03) VALUE 56.
       77 WRK-LINHA-PENDENTE PIC X(132) VALUE SPACES.
           COPY AUDWS01.
       01 WRK-REFERENCIA.
           05 REF-ANO PIC 9(04).
           05 REF-MES PIC 9(02).
       01 WRK-REFERENCIA-R REDEFINES WRK-REFERENCIA.
           05 REF-ANO-MES PIC 9(06).
       01 WRK-REFERENCIA-ANT.
           05 ANT-ANO PIC 9(04).
           05 ANT-MES PIC 9(02).
       01 WRK-REFERENCIA-ANT-R REDEFINES WRK-REFERENCIA-ANT.
           05 ANT-ANO-MES PIC 9(06).
       01 WRK-REFERENCIA-ANO.
           05 ANO-ANO PIC 9(04).
           05 ANO-MES PIC 9(02).
       01 WRK-REFERENCIA-ANO-R REDEFINES WRK-REFERENCIA-ANO.
           05 ANO-ANO-MES PIC 9(06).
       01 WRK-TABELA-STATUS.
           05 WRK-STATUS OCCURS 3 TIMES.
               10 WRK-STA-ATUAL PIC S9(07).
               10 WRK-STA-AJUSTE-ABR PIC S9(07).
               10 WRK-STA-AJUSTE-FEC PIC S9(07).
               10 WRK-STA-ABERTURA PIC S9(07).
               10 WRK-STA-FECHAMENTO PIC S9(07).
       01 WRK-CODIGOS-STATUS.
           05 FILLER PIC X(03) VALUE "ASC".
       01 WRK-CODIGOS-STATUS-R REDEFINES WRK-CODIGOS-STATUS.
           05 WRK-COD-STATUS PIC X(01) OCCURS 3 TIMES.
       01 WRK-DESCRICAO-STATUS.
           05 FILLER PIC X(10) VALUE "ATIVOS".
           05 FILLER PIC X(10) VALUE "SUSPENSOS".
           05 FILLER PIC X(10) VALUE "CANCELADOS".
       01 WRK-DESCRICAO-STATUS-R REDEFINES WRK-DESCRICAO-STATUS.
           05 WRK-DESC-STATUS PIC X(10) OCCURS 3 TIMES.
       01 WRK-TABELA-RANKING.
           05 WRK-RANKING OCCURS 20000 TIMES.
               10 WRK-RNK-CLIENTE PIC 9(07).
               10 WRK-RNK-VALOR PIC 9(09)V99.
               10 WRK-RNK-PERC-ACUMULADO PIC 9(03)V99.
               10 WRK-RNK-CLASSE PIC X(01).
       01 WRK-TABELA-QUEDAS.
           05 WRK-QUEDA OCCURS 5000 TIMES.
               10 WRK-QDA-CLIENTE PIC 9(07).
               10 WRK-QDA-VALOR-ANT PIC 9(09)V99.
               10 WRK-QDA-VALOR-MES PIC 9(09)V99.
       01 WRK-TABELA-ABC.
           05 WRK-ABC OCCURS 3 TIMES.
               10 WRK-ABC-QTD PIC 9(07).
               10 WRK-ABC-VALOR PIC 9(11)V99.
       01 WRK-LETRAS-CLASSE.
           05 FILLER PIC X(03) VALUE "ABC".
       01 WRK-LETRAS-CLASSE-R REDEFINES WRK-LETRAS-CLASSE.
           05 WRK-LETRA-CLASSE PIC X(01) OCCURS 3 TIMES.
      *== COLUNA 1 = MES DE REFERENCIA, 2 = MES ANTERIOR,
      *== 3 = MESMO MES DO ANO ANTERIOR
       01 WRK-TABELA-COMPARATIVO.
           05 WRK-COMPARATIVO OCCURS 3 TIMES.
               10 WRK-CMP-EXISTE PIC X(01).
                   88 CMP-EXISTE VALUE "S".
               10 WRK-CMP-ANO-MES PIC 9(06).
               10 WRK-CMP-NOVOS PIC 9(07).
               10 WRK-CMP-CANCELAMENTOS PIC 9(07).
               10 WRK-CMP-ATIVOS PIC 9(07).
               10 WRK-CMP-BASE PIC 9(07).
               10 WRK-CMP-FATURADO PIC 9(11)V99.
               10 WRK-CMP-PEDIDOS PIC 9(07).
               10 WRK-CMP-CLIENTES-FAT PIC 9(07).
       01 WRK-LINHA-NUMEROS.
           05 WRK-NUM-COLUNA PIC 9(11)V99 OCCURS 3 TIMES.
       01 WRK-DATA-SISTEMA.
           05 DAT-ANO PIC 9(04).
           05 DAT-MES PIC 9(02).
           05 DAT-DIA PIC 9(02).
       01 WRK-CABEC1.
           05 FILLER PIC X(40)
               VALUE "MOVIMENTO MENSAL DE CLIENTES E RECEITA".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "DATA: ".
           05 CAB-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 CAB-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 CAB-ANO PIC 9(04).
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAG: ".
           05 CAB-PAGINA PIC ZZZZ9.
           05 FILLER PIC X(21) VALUE SPACES.
       01 WRK-CABEC2.
           05 FILLER PIC X(22) VALUE "MES DE REFERENCIA: ".
           05 CAB-REF-ANO PIC 9(04).
           05 FILLER PIC X(01) VALUE "/".
           05 CAB-REF-MES PIC 9(02).
           05 FILLER PIC X(103) VALUE SPACES.
       01 WRK-LINHA-SECAO.
           05 FILLER PIC X(04) VALUE "*** ".
           05 SEC-TITULO PIC X(60).
           05 FILLER PIC X(68) VALUE SPACES.
       01 WRK-CABEC-STATUS.
           05 FILLER PIC X(16) VALUE "    STATUS".
           05 FILLER PIC X(14) VALUE "    ABERTURA".
           05 FILLER PIC X(14) VALUE "  FECHAMENTO".
           05 FILLER PIC X(14) VALUE "    VARIACAO".
           05 FILLER PIC X(74) VALUE SPACES.
       01 WRK-LINHA-STATUS.
           05 FILLER PIC X(04) VALUE SPACES.
           05 STL-DESCRICAO PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 STL-ABERTURA PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 STL-FECHAMENTO PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 STL-VARIACAO PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(75) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           05 FILLER PIC X(04) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(40).
           05 TOT-QTD PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(76) VALUE SPACES.
       01 WRK-LINHA-VALOR.
           05 FILLER PIC X(04) VALUE SPACES.
           05 VLR-DESCRICAO PIC X(40).
           05 VLR-VALOR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(71) VALUE SPACES.
       01 WRK-CABEC-COMPARATIVO.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "       MES".
           05 CCP-MES-1 PIC 9999/99.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "    ANTERIOR".
           05 CCP-MES-2 PIC 9999/99.
           05 FILLER PIC X(10) VALUE "     VAR.%".
           05 FILLER PIC X(12) VALUE "    ANO ANT.".
           05 CCP-MES-3 PIC 9999/99.
           05 FILLER PIC X(10) VALUE "     VAR.%".
           05 FILLER PIC X(17) VALUE SPACES.
       01 WRK-LINHA-COMPARATIVO.
           05 CMP-DESCRICAO PIC X(28).
           05 CMP-COLUNA OCCURS 3 TIMES.
               10 FILLER PIC X(02).
               10 CMP-COL-X PIC X(17).
               10 CMP-COL-QTD REDEFINES CMP-COL-X.
                   15 FILLER PIC X(02).
                   15 CMP-QTD PIC ZZZ,ZZZ,ZZZ,ZZ9.
               10 CMP-COL-VLR REDEFINES CMP-COL-X.
                   15 CMP-VLR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER PIC X(01).
               10 CMP-VAR-X PIC X(09).
               10 CMP-VAR-N REDEFINES CMP-VAR-X.
                   15 CMP-VAR PIC -ZZZZ9.99.
           05 FILLER PIC X(17) VALUE SPACES.
       01 WRK-CABEC-RANKING.
           05 FILLER PIC X(08) VALUE "  ORDEM".
           05 FILLER PIC X(09) VALUE "REG-ID".
           05 FILLER PIC X(22) VALUE "NOME".
           05 FILLER PIC X(19) VALUE "    VALOR FATURADO".
           05 FILLER PIC X(10) VALUE "   PART.%".
           05 FILLER PIC X(10) VALUE "  ACUM.%".
           05 FILLER PIC X(06) VALUE "CLASSE".
           05 FILLER PIC X(48) VALUE SPACES.
       01 WRK-LINHA-RANKING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RNK-ORDEM PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RNK-ID PIC 9(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RNK-NOME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RNK-VALOR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 RNK-PARTICIPACAO PIC ZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RNK-ACUMULADO PIC ZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RNK-CLASSE PIC X(01).
           05 FILLER PIC X(52) VALUE SPACES.
       01 WRK-CABEC-ABC.
           05 FILLER PIC X(10) VALUE "    CLASSE".
           05 FILLER PIC X(14) VALUE "    CLIENTES".
           05 FILLER PIC X(20) VALUE "    VALOR FATURADO".
           05 FILLER PIC X(10) VALUE "   PART.%".
           05 FILLER PIC X(78) VALUE SPACES.
       01 WRK-LINHA-ABC.
           05 FILLER PIC X(09) VALUE SPACES.
           05 ABC-CLASSE PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 ABC-QTD PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 ABC-VALOR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 ABC-PARTICIPACAO PIC ZZ9.99.
           05 FILLER PIC X(78) VALUE SPACES.
       01 WRK-CABEC-QUEDA.
           05 FILLER PIC X(09) VALUE "  REG-ID".
           05 FILLER PIC X(22) VALUE "NOME".
           05 FILLER PIC X(19) VALUE "      MES ANTERIOR".
           05 FILLER PIC X(19) VALUE "     MES ATUAL".
           05 FILLER PIC X(10) VALUE "  QUEDA%".
           05 FILLER PIC X(53) VALUE SPACES.
       01 WRK-LINHA-QUEDA.
           05 FILLER PIC X(02) VALUE SPACES.
           05 QDA-ID PIC 9(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 QDA-NOME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 QDA-VALOR-ANT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 QDA-VALOR-MES PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 QDA-PERCENTUAL PIC ZZ9.99.
           05 FILLER PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-SISTEMA.
           MOVE DAT-DIA TO CAB-DIA.
           MOVE DAT-MES TO CAB-MES.
           MOVE DAT-ANO TO CAB-ANO.
           MOVE DAT-ANO TO REF-ANO.
           MOVE DAT-MES TO REF-MES.
           IF REF-MES EQUAL 1
               MOVE 12 TO REF-MES
               SUBTRACT 1 FROM REF-ANO
           ELSE
               SUBTRACT 1 FROM REF-MES
           END-IF.
           PERFORM 0105-LE-PARAMETRO.
           PERFORM 0110-CALCULA-PERIODOS.
           MOVE ZEROS TO WRK-TABELA-STATUS.
           MOVE ZEROS TO WRK-TABELA-ABC.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN I-O HISMES.
           IF FS-HISMES EQUAL 35
               OPEN OUTPUT HISMES
               IF FS-HISMES NOT EQUAL ZEROS
                   PERFORM 9000-TRATA-ERRO
               END-IF
               CLOSE HISMES
               OPEN I-O HISMES
           END-IF.
           IF FS-HISMES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT RELMES.
           IF FS-RELMES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "ARQUIVOS OK".
           DISPLAY "MES DE REFERENCIA.... " REF-ANO-MES.
           DISPLAY "MAIORES CLIENTES..... " WRK-QTD-MAIORES.
           DISPLAY "PERCENTUAL DE QUEDA.. " WRK-PERC-QUEDA.
           MOVE REF-ANO TO CAB-REF-ANO.
           MOVE REF-MES TO CAB-REF-MES.
           PERFORM 0400-CABECALHO.

       0105-LE-PARAMETRO SECTION.
           OPEN INPUT PARMMES.
           IF FS-PARMMES EQUAL ZEROS
               READ PARMMES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PMS-ANO-MES IS NUMERIC
                               AND PMS-ANO-MES GREATER ZEROS
                           MOVE PMS-ANO-MES TO REF-ANO-MES
                       END-IF
                       IF PMS-QTD-MAIORES IS NUMERIC
                               AND PMS-QTD-MAIORES GREATER ZEROS
                           MOVE PMS-QTD-MAIORES TO WRK-QTD-MAIORES
                       END-IF
                       IF PMS-PERC-QUEDA IS NUMERIC
                               AND PMS-PERC-QUEDA GREATER ZEROS
                               AND PMS-PERC-QUEDA NOT GREATER 100
                           MOVE PMS-PERC-QUEDA TO WRK-PERC-QUEDA
                       END-IF
               END-READ
               CLOSE PARMMES
           END-IF.
           IF REF-MES LESS 1 OR REF-MES GREATER 12
               DISPLAY "MES DE REFERENCIA INVALIDO: " REF-ANO-MES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       0110-CALCULA-PERIODOS SECTION.
           MOVE REF-ANO TO ANT-ANO.
           MOVE REF-MES TO ANT-MES.
           IF ANT-MES EQUAL 1
               MOVE 12 TO ANT-MES
               SUBTRACT 1 FROM ANT-ANO
           ELSE
               SUBTRACT 1 FROM ANT-MES
           END-IF.
           COMPUTE ANO-ANO = REF-ANO - 1.
           MOVE REF-MES TO ANO-MES.
           COMPUTE WRK-DATA-INICIO = REF-ANO-MES * 100 + 1.
           COMPUTE WRK-DATA-FIM = REF-ANO-MES * 100 + 31.
           COMPUTE WRK-DATA-INICIO-ANT = ANT-ANO-MES * 100 + 1.
           COMPUTE WRK-DATA-FIM-ANT = ANT-ANO-MES * 100 + 31.

       0200-PROCESS SECTION.
           PERFORM 0210-CONTA-CADASTRO.
           MOVE "AUDCLI" TO WRK-ARQUIVO-LIDO.
           PERFORM 0220-MOVIMENTO-AUDCLI.
           MOVE "ARCAUD" TO WRK-ARQUIVO-LIDO.
           PERFORM 0230-MOVIMENTO-ARCAUD.
           PERFORM 0240-APURA-STATUS
               VARYING WRK-SUB-STATUS FROM 1 BY 1
               UNTIL WRK-SUB-STATUS GREATER 3.
           COMPUTE WRK-CRESCIMENTO = WRK-QTD-NOVOS
               - WRK-QTD-CANCELAMENTOS.
           PERFORM 0250-FATURAMENTO.
           PERFORM 0260-CLASSIFICA-ABC
               VARYING WRK-SUB-RANKING FROM 1 BY 1
               UNTIL WRK-SUB-RANKING GREATER WRK-QTD-RANKING.
           PERFORM 0270-HISTORICO.

       0210-CONTA-CADASTRO SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0212-LER-CLIENTES.
           PERFORM 0215-CONTA-CLIENTE UNTIL FIM-ARQUIVO.

       0212-LER-CLIENTES SECTION.
           READ CLIENTES NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-CLIENTES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0215-CONTA-CLIENTE SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE REG-STATUS TO WRK-STATUS-IMAGEM.
           PERFORM 0228-INDICE-STATUS.
           IF WRK-SUB-STATUS GREATER ZEROS
               ADD 1 TO WRK-STA-ATUAL (WRK-SUB-STATUS)
           END-IF.
           PERFORM 0212-LER-CLIENTES.

       0220-MOVIMENTO-AUDCLI SECTION.
           OPEN INPUT AUDCLI.
           EVALUATE FS-AUDCLI
               WHEN ZEROS
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0222-LER-AUDCLI
                   PERFORM 0225-TRATA-AUDITORIA UNTIL FIM-ARQUIVO
                   CLOSE AUDCLI
               WHEN 35
                   DISPLAY "SEM ARQUIVO AUDCLI"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.

       0222-LER-AUDCLI SECTION.
           READ AUDCLI INTO REG-AUDCLI
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-AUDCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0225-TRATA-AUDITORIA SECTION.
           IF AUD-DATA-EXECUCAO NOT LESS WRK-DATA-INICIO
               ADD 1 TO WRK-QTD-AUDITORIA
               IF AUD-DATA-EXECUCAO NOT GREATER WRK-DATA-FIM
                   PERFORM 0226-CONTA-MOVIMENTO
               END-IF
               IF AUD-IMAGEM-ANTES NOT EQUAL SPACES
                   MOVE AUD-IMAGEM-ANTES (119:1) TO WRK-STATUS-IMAGEM
                   PERFORM 0228-INDICE-STATUS
                   IF WRK-SUB-STATUS GREATER ZEROS
                       ADD 1 TO WRK-STA-AJUSTE-ABR (WRK-SUB-STATUS)
                       IF AUD-DATA-EXECUCAO GREATER WRK-DATA-FIM
                           ADD 1 TO WRK-STA-AJUSTE-FEC (WRK-SUB-STATUS)
                       END-IF
                   END-IF
               END-IF
               IF AUD-IMAGEM-DEPOIS NOT EQUAL SPACES
                   MOVE AUD-IMAGEM-DEPOIS (119:1) TO WRK-STATUS-IMAGEM
                   PERFORM 0228-INDICE-STATUS
                   IF WRK-SUB-STATUS GREATER ZEROS
                       SUBTRACT 1 FROM
                           WRK-STA-AJUSTE-ABR (WRK-SUB-STATUS)
                       IF AUD-DATA-EXECUCAO GREATER WRK-DATA-FIM
                           SUBTRACT 1 FROM
                               WRK-STA-AJUSTE-FEC (WRK-SUB-STATUS)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WRK-ARQUIVO-LIDO EQUAL "AUDCLI"
               PERFORM 0222-LER-AUDCLI
           ELSE
               PERFORM 0232-LER-ARCAUD
           END-IF.

       0226-CONTA-MOVIMENTO SECTION.
           EVALUATE AUD-CODIGO
               WHEN "A"
                   ADD 1 TO WRK-QTD-NOVOS
               WHEN "S"
                   ADD 1 TO WRK-QTD-SUSPENSOES
               WHEN "R"
                   ADD 1 TO WRK-QTD-REATIVACOES
               WHEN "X"
                   ADD 1 TO WRK-QTD-CANCELAMENTOS
               WHEN "D"
                   ADD 1 TO WRK-QTD-EXCLUSOES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0228-INDICE-STATUS SECTION.
           EVALUATE WRK-STATUS-IMAGEM
               WHEN "A"
                   MOVE 1 TO WRK-SUB-STATUS
               WHEN "S"
                   MOVE 2 TO WRK-SUB-STATUS
               WHEN "C"
                   MOVE 3 TO WRK-SUB-STATUS
               WHEN OTHER
                   MOVE ZEROS TO WRK-SUB-STATUS
           END-EVALUATE.

       0230-MOVIMENTO-ARCAUD SECTION.
           OPEN INPUT ARCAUD.
           EVALUATE FS-ARCAUD
               WHEN ZEROS
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0232-LER-ARCAUD
                   PERFORM 0225-TRATA-AUDITORIA UNTIL FIM-ARQUIVO
                   CLOSE ARCAUD
               WHEN 35
                   DISPLAY "SEM ARQUIVO ARCAUD"
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.

       0232-LER-ARCAUD SECTION.
           READ ARCAUD INTO REG-AUDCLI
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-ARCAUD NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0240-APURA-STATUS SECTION.
           COMPUTE WRK-STA-ABERTURA (WRK-SUB-STATUS) =
               WRK-STA-ATUAL (WRK-SUB-STATUS)
               + WRK-STA-AJUSTE-ABR (WRK-SUB-STATUS).
           COMPUTE WRK-STA-FECHAMENTO (WRK-SUB-STATUS) =
               WRK-STA-ATUAL (WRK-SUB-STATUS)
               + WRK-STA-AJUSTE-FEC (WRK-SUB-STATUS).
           IF WRK-STA-ABERTURA (WRK-SUB-STATUS) LESS ZEROS
               MOVE ZEROS TO WRK-STA-ABERTURA (WRK-SUB-STATUS)
           END-IF.
           IF WRK-STA-FECHAMENTO (WRK-SUB-STATUS) LESS ZEROS
               MOVE ZEROS TO WRK-STA-FECHAMENTO (WRK-SUB-STATUS)
           END-IF.

       0250-FATURAMENTO SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO PED-CLIENTE.
           START PEDIDOS KEY IS NOT LESS THAN PED-CLIENTE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 0252-LER-PEDIDO
           END-IF.
           IF NOT FIM-ARQUIVO
               MOVE PED-CLIENTE TO WRK-CLIENTE-ATUAL
           END-IF.
           PERFORM 0254-TRATA-PEDIDO UNTIL FIM-ARQUIVO.
           PERFORM 0256-FECHA-CLIENTE.

       0252-LER-PEDIDO SECTION.
           READ PEDIDOS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0254-TRATA-PEDIDO SECTION.
           IF PED-CLIENTE NOT EQUAL WRK-CLIENTE-ATUAL
               PERFORM 0256-FECHA-CLIENTE
               MOVE PED-CLIENTE TO WRK-CLIENTE-ATUAL
           END-IF.
           IF PED-FATURADO
               IF PED-DATA NOT LESS WRK-DATA-INICIO
                       AND PED-DATA NOT GREATER WRK-DATA-FIM
                   ADD PED-VALOR TO WRK-VALOR-CLIENTE-MES
                   ADD 1 TO WRK-QTD-PEDIDOS
               END-IF
               IF PED-DATA NOT LESS WRK-DATA-INICIO-ANT
                       AND PED-DATA NOT GREATER WRK-DATA-FIM-ANT
                   ADD PED-VALOR TO WRK-VALOR-CLIENTE-ANT
               END-IF
           END-IF.
           PERFORM 0252-LER-PEDIDO.

       0256-FECHA-CLIENTE SECTION.
           IF WRK-VALOR-CLIENTE-MES GREATER ZEROS
               ADD 1 TO WRK-QTD-CLIENTES-FAT
               ADD WRK-VALOR-CLIENTE-MES TO WRK-VALOR-FATURADO
               PERFORM 0257-INSERE-RANKING
           END-IF.
           IF WRK-VALOR-CLIENTE-ANT GREATER ZEROS
               IF WRK-VALOR-CLIENTE-MES * 100 NOT GREATER
                       WRK-VALOR-CLIENTE-ANT * (100 - WRK-PERC-QUEDA)
                   PERFORM 0259-GUARDA-QUEDA
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-VALOR-CLIENTE-MES.
           MOVE ZEROS TO WRK-VALOR-CLIENTE-ANT.

       0257-INSERE-RANKING SECTION.
           IF WRK-QTD-RANKING NOT LESS 20000
               PERFORM 9100-TABELA-CHEIA
           END-IF.
           MOVE "N" TO WRK-ACHOU-POSICAO.
           MOVE WRK-QTD-RANKING TO WRK-SUB-RANKING.
           PERFORM 0258-DESLOCA-RANKING
               UNTIL WRK-SUB-RANKING EQUAL ZEROS OR ACHOU-POSICAO.
           COMPUTE WRK-SUB-DESTINO = WRK-SUB-RANKING + 1.
           MOVE WRK-CLIENTE-ATUAL TO WRK-RNK-CLIENTE (WRK-SUB-DESTINO).
           MOVE WRK-VALOR-CLIENTE-MES
               TO WRK-RNK-VALOR (WRK-SUB-DESTINO).
           MOVE ZEROS TO WRK-RNK-PERC-ACUMULADO (WRK-SUB-DESTINO).
           MOVE SPACES TO WRK-RNK-CLASSE (WRK-SUB-DESTINO).
           ADD 1 TO WRK-QTD-RANKING.

       0258-DESLOCA-RANKING SECTION.
           IF WRK-RNK-VALOR (WRK-SUB-RANKING)
                   LESS WRK-VALOR-CLIENTE-MES
               COMPUTE WRK-SUB-DESTINO = WRK-SUB-RANKING + 1
               MOVE WRK-RANKING (WRK-SUB-RANKING)
                   TO WRK-RANKING (WRK-SUB-DESTINO)
               SUBTRACT 1 FROM WRK-SUB-RANKING
           ELSE
               SET ACHOU-POSICAO TO TRUE
           END-IF.

       0259-GUARDA-QUEDA SECTION.
           IF WRK-QTD-QUEDAS NOT LESS 5000
               PERFORM 9100-TABELA-CHEIA
           END-IF.
           ADD 1 TO WRK-QTD-QUEDAS.
           MOVE WRK-CLIENTE-ATUAL TO WRK-QDA-CLIENTE (WRK-QTD-QUEDAS).
           MOVE WRK-VALOR-CLIENTE-ANT
               TO WRK-QDA-VALOR-ANT (WRK-QTD-QUEDAS).
           MOVE WRK-VALOR-CLIENTE-MES
               TO WRK-QDA-VALOR-MES (WRK-QTD-QUEDAS).

       0260-CLASSIFICA-ABC SECTION.
           MOVE WRK-PERC-ACUMULADO-ANT TO WRK-PERCENTUAL.
           EVALUATE TRUE
               WHEN WRK-PERCENTUAL LESS 80
                   MOVE 1 TO WRK-SUB-CLASSE
               WHEN WRK-PERCENTUAL LESS 95
                   MOVE 2 TO WRK-SUB-CLASSE
               WHEN OTHER
                   MOVE 3 TO WRK-SUB-CLASSE
           END-EVALUATE.
           MOVE WRK-LETRA-CLASSE (WRK-SUB-CLASSE)
               TO WRK-RNK-CLASSE (WRK-SUB-RANKING).
           ADD 1 TO WRK-ABC-QTD (WRK-SUB-CLASSE).
           ADD WRK-RNK-VALOR (WRK-SUB-RANKING)
               TO WRK-ABC-VALOR (WRK-SUB-CLASSE).
           ADD WRK-RNK-VALOR (WRK-SUB-RANKING) TO WRK-VALOR-ACUMULADO.
           COMPUTE WRK-RNK-PERC-ACUMULADO (WRK-SUB-RANKING) ROUNDED =
               WRK-VALOR-ACUMULADO * 100 / WRK-VALOR-FATURADO.
           MOVE WRK-RNK-PERC-ACUMULADO (WRK-SUB-RANKING)
               TO WRK-PERC-ACUMULADO-ANT.

       0270-HISTORICO SECTION.
           MOVE ZEROS TO WRK-TABELA-COMPARATIVO.
           MOVE 1 TO WRK-SUB-COLUNA.
           MOVE "S" TO WRK-CMP-EXISTE (1).
           MOVE REF-ANO-MES TO WRK-CMP-ANO-MES (1).
           MOVE WRK-QTD-NOVOS TO WRK-CMP-NOVOS (1).
           MOVE WRK-QTD-CANCELAMENTOS TO WRK-CMP-CANCELAMENTOS (1).
           MOVE WRK-STA-FECHAMENTO (1) TO WRK-CMP-ATIVOS (1).
           COMPUTE WRK-CMP-BASE (1) = WRK-STA-FECHAMENTO (1)
               + WRK-STA-FECHAMENTO (2).
           MOVE WRK-VALOR-FATURADO TO WRK-CMP-FATURADO (1).
           MOVE WRK-QTD-PEDIDOS TO WRK-CMP-PEDIDOS (1).
           MOVE WRK-QTD-CLIENTES-FAT TO WRK-CMP-CLIENTES-FAT (1).
           MOVE 2 TO WRK-SUB-COLUNA.
           MOVE ANT-ANO-MES TO WRK-CMP-ANO-MES (2).
           PERFORM 0272-LE-HISTORICO.
           MOVE 3 TO WRK-SUB-COLUNA.
           MOVE ANO-ANO-MES TO WRK-CMP-ANO-MES (3).
           PERFORM 0272-LE-HISTORICO.
           PERFORM 0278-GRAVA-HISTORICO.

       0272-LE-HISTORICO SECTION.
           MOVE "N" TO WRK-CMP-EXISTE (WRK-SUB-COLUNA).
           MOVE WRK-CMP-ANO-MES (WRK-SUB-COLUNA) TO HMS-ANO-MES.
           READ HISMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0275-GUARDA-COMPARATIVO
           END-READ.

       0275-GUARDA-COMPARATIVO SECTION.
           MOVE "S" TO WRK-CMP-EXISTE (WRK-SUB-COLUNA).
           MOVE HMS-QTD-NOVOS TO WRK-CMP-NOVOS (WRK-SUB-COLUNA).
           MOVE HMS-QTD-CANCELAMENTOS
               TO WRK-CMP-CANCELAMENTOS (WRK-SUB-COLUNA).
           MOVE HMS-FEC-ATIVOS TO WRK-CMP-ATIVOS (WRK-SUB-COLUNA).
           COMPUTE WRK-CMP-BASE (WRK-SUB-COLUNA) = HMS-FEC-ATIVOS
               + HMS-FEC-SUSPENSOS.
           MOVE HMS-VALOR-FATURADO TO WRK-CMP-FATURADO (WRK-SUB-COLUNA).
           MOVE HMS-QTD-PEDIDOS TO WRK-CMP-PEDIDOS (WRK-SUB-COLUNA).
           MOVE HMS-QTD-CLIENTES-FAT
               TO WRK-CMP-CLIENTES-FAT (WRK-SUB-COLUNA).

       0278-GRAVA-HISTORICO SECTION.
           MOVE REF-ANO-MES TO HMS-ANO-MES.
           READ HISMES
               INVALID KEY
                   MOVE "N" TO WRK-ACHOU-POSICAO
               NOT INVALID KEY
                   SET ACHOU-POSICAO TO TRUE
           END-READ.
           MOVE SPACES TO REG-HISMES.
           MOVE REF-ANO-MES TO HMS-ANO-MES.
           MOVE WRK-DATA-EXECUCAO TO HMS-DATA-EXECUCAO.
           MOVE WRK-STA-ABERTURA (1) TO HMS-ABR-ATIVOS.
           MOVE WRK-STA-ABERTURA (2) TO HMS-ABR-SUSPENSOS.
           MOVE WRK-STA-ABERTURA (3) TO HMS-ABR-CANCELADOS.
           MOVE WRK-STA-FECHAMENTO (1) TO HMS-FEC-ATIVOS.
           MOVE WRK-STA-FECHAMENTO (2) TO HMS-FEC-SUSPENSOS.
           MOVE WRK-STA-FECHAMENTO (3) TO HMS-FEC-CANCELADOS.
           MOVE WRK-QTD-NOVOS TO HMS-QTD-NOVOS.
           MOVE WRK-QTD-SUSPENSOES TO HMS-QTD-SUSPENSOES.
           MOVE WRK-QTD-REATIVACOES TO HMS-QTD-REATIVACOES.
           MOVE WRK-QTD-CANCELAMENTOS TO HMS-QTD-CANCELAMENTOS.
           MOVE WRK-QTD-EXCLUSOES TO HMS-QTD-EXCLUSOES.
           MOVE WRK-VALOR-FATURADO TO HMS-VALOR-FATURADO.
           MOVE WRK-QTD-PEDIDOS TO HMS-QTD-PEDIDOS.
           MOVE WRK-QTD-CLIENTES-FAT TO HMS-QTD-CLIENTES-FAT.
           IF ACHOU-POSICAO
               REWRITE REG-HISMES
                   INVALID KEY
                       PERFORM 9000-TRATA-ERRO
               END-REWRITE
               DISPLAY "MES JA EXISTENTE NO HISTORICO, REGRAVADO"
           ELSE
               WRITE REG-HISMES
                   INVALID KEY
                       PERFORM 9000-TRATA-ERRO
               END-WRITE
           END-IF.

       0300-FINISH SECTION.
           PERFORM 0500-IMPRIME-BASE.
           PERFORM 0510-IMPRIME-COMPARATIVO.
           PERFORM 0520-IMPRIME-RECEITA.
           PERFORM 0540-IMPRIME-QUEDAS.
           DISPLAY "CLIENTES LIDOS....... " WRK-QTD-LIDOS.
           DISPLAY "OCORRENCIAS AUDITORIA " WRK-QTD-AUDITORIA.
           DISPLAY "PEDIDOS FATURADOS.... " WRK-QTD-PEDIDOS.
           DISPLAY "CLIENTES FATURADOS... " WRK-QTD-CLIENTES-FAT.
           DISPLAY "QUEDAS DE FATURAMENTO " WRK-QTD-QUEDAS.
           PERFORM 0320-FECHA-ARQUIVOS.
           PERFORM 0340-GRAVA-CONTROLE.
           DISPLAY "FIM DE PROGRAMA".

       0320-FECHA-ARQUIVOS SECTION.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE HISMES.
           CLOSE RELMES.

       0340-GRAVA-CONTROLE SECTION.
           OPEN EXTEND CTLRUN.
           IF FS-CTLRUN EQUAL 35
               OPEN OUTPUT CTLRUN
           END-IF.
           IF FS-CTLRUN NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-CTLRUN.
           MOVE "ARQ033" TO CTL-PROGRAMA.
           MOVE WRK-DATA-INICIO TO CTL-DATA-MOVIMENTO.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-EXECUCAO.
           MOVE WRK-HORA-EXECUCAO TO CTL-HORA-EXECUCAO.
           MOVE WRK-QTD-LIDOS TO CTL-QTD-ENTRADA.
           MOVE WRK-QTD-PEDIDOS TO CTL-QTD-SAIDA.
           MOVE ZEROS TO CTL-QTD-REJEITADOS.
           MOVE RETURN-CODE TO CTL-RETURN-CODE.
           WRITE REG-CTLRUN.
           IF FS-CTLRUN NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           CLOSE CTLRUN.

       0400-CABECALHO SECTION.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO CAB-PAGINA.
           MOVE WRK-CABEC1 TO REG-RELMES.
           WRITE REG-RELMES.
           IF FS-RELMES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE WRK-CABEC2 TO REG-RELMES.
           WRITE REG-RELMES.
           IF FS-RELMES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-RELMES.
           WRITE REG-RELMES.
           IF FS-RELMES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE 3 TO WRK-LINHA-ATUAL.

       0410-GRAVA-LINHA SECTION.
           IF WRK-LINHA-ATUAL GREATER WRK-LIMITE-LINHAS
               MOVE REG-RELMES TO WRK-LINHA-PENDENTE
               PERFORM 0400-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELMES
           END-IF.
           WRITE REG-RELMES.
           IF FS-RELMES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-LINHA-ATUAL.

       0420-ABRE-SECAO SECTION.
           MOVE SPACES TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.
           MOVE WRK-LINHA-SECAO TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.

       0430-LINHA-TOTAL SECTION.
           MOVE WRK-LINHA-TOTAL TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.

       0435-LINHA-VALOR SECTION.
           MOVE WRK-LINHA-VALOR TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.

       0440-NOME-CLIENTE SECTION.
           READ CLIENTES
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO REG-NOME
           END-READ.

       0500-IMPRIME-BASE SECTION.
           MOVE "BASE DE CLIENTES: ABERTURA E FECHAMENTO DO MES"
               TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           MOVE WRK-CABEC-STATUS TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.
           PERFORM 0505-LINHA-STATUS
               VARYING WRK-SUB-STATUS FROM 1 BY 1
               UNTIL WRK-SUB-STATUS GREATER 3.
           MOVE "TOTAL" TO STL-DESCRICAO.
           COMPUTE STL-ABERTURA = WRK-STA-ABERTURA (1)
               + WRK-STA-ABERTURA (2) + WRK-STA-ABERTURA (3).
           COMPUTE STL-FECHAMENTO = WRK-STA-FECHAMENTO (1)
               + WRK-STA-FECHAMENTO (2) + WRK-STA-FECHAMENTO (3).
           COMPUTE STL-VARIACAO = WRK-STA-FECHAMENTO (1)
               + WRK-STA-FECHAMENTO (2) + WRK-STA-FECHAMENTO (3)
               - WRK-STA-ABERTURA (1) - WRK-STA-ABERTURA (2)
               - WRK-STA-ABERTURA (3).
           MOVE WRK-LINHA-STATUS TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "MOVIMENTO DO MES (AUDITORIA DO CADASTRO)"
               TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           MOVE "NOVOS CLIENTES.........................."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-NOVOS TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           MOVE "SUSPENSOES.............................."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-SUSPENSOES TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           MOVE "REATIVACOES............................."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-REATIVACOES TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           MOVE "CANCELAMENTOS..........................."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-CANCELAMENTOS TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           MOVE "EXCLUSOES..............................."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-EXCLUSOES TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           MOVE "CRESCIMENTO LIQUIDO (NOVOS - CANCELADOS)"
               TO TOT-DESCRICAO.
           MOVE WRK-CRESCIMENTO TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.

       0505-LINHA-STATUS SECTION.
           MOVE WRK-DESC-STATUS (WRK-SUB-STATUS) TO STL-DESCRICAO.
           MOVE WRK-STA-ABERTURA (WRK-SUB-STATUS) TO STL-ABERTURA.
           MOVE WRK-STA-FECHAMENTO (WRK-SUB-STATUS) TO STL-FECHAMENTO.
           COMPUTE STL-VARIACAO = WRK-STA-FECHAMENTO (WRK-SUB-STATUS)
               - WRK-STA-ABERTURA (WRK-SUB-STATUS).
           MOVE WRK-LINHA-STATUS TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.

       0510-IMPRIME-COMPARATIVO SECTION.
           MOVE "COMPARATIVO (HISTORICO MENSAL)" TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           MOVE REF-ANO-MES TO CCP-MES-1.
           MOVE ANT-ANO-MES TO CCP-MES-2.
           MOVE ANO-ANO-MES TO CCP-MES-3.
           MOVE WRK-CABEC-COMPARATIVO TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.
           MOVE "Q" TO WRK-TIPO-LINHA.
           MOVE "NOVOS CLIENTES" TO CMP-DESCRICAO.
           PERFORM 0512-CARREGA-NOVOS
               VARYING WRK-SUB-COLUNA FROM 1 BY 1
               UNTIL WRK-SUB-COLUNA GREATER 3.
           PERFORM 0515-LINHA-COMPARATIVO.
           MOVE "CANCELAMENTOS" TO CMP-DESCRICAO.
           PERFORM 0513-CARREGA-CANCELAMENTOS
               VARYING WRK-SUB-COLUNA FROM 1 BY 1
               UNTIL WRK-SUB-COLUNA GREATER 3.
           PERFORM 0515-LINHA-COMPARATIVO.
           MOVE "ATIVOS NO FECHAMENTO" TO CMP-DESCRICAO.
           PERFORM 0514-CARREGA-ATIVOS
               VARYING WRK-SUB-COLUNA FROM 1 BY 1
               UNTIL WRK-SUB-COLUNA GREATER 3.
           PERFORM 0515-LINHA-COMPARATIVO.
           MOVE "BASE ATIVA + SUSPENSA" TO CMP-DESCRICAO.
           PERFORM 0516-CARREGA-BASE
               VARYING WRK-SUB-COLUNA FROM 1 BY 1
               UNTIL WRK-SUB-COLUNA GREATER 3.
           PERFORM 0515-LINHA-COMPARATIVO.
           MOVE "PEDIDOS FATURADOS" TO CMP-DESCRICAO.
           PERFORM 0517-CARREGA-PEDIDOS
               VARYING WRK-SUB-COLUNA FROM 1 BY 1
               UNTIL WRK-SUB-COLUNA GREATER 3.
           PERFORM 0515-LINHA-COMPARATIVO.
           MOVE "CLIENTES FATURADOS" TO CMP-DESCRICAO.
           PERFORM 0518-CARREGA-CLIENTES-FAT
               VARYING WRK-SUB-COLUNA FROM 1 BY 1
               UNTIL WRK-SUB-COLUNA GREATER 3.
           PERFORM 0515-LINHA-COMPARATIVO.
           MOVE "V" TO WRK-TIPO-LINHA.
           MOVE "FATURAMENTO" TO CMP-DESCRICAO.
           PERFORM 0519-CARREGA-FATURADO
               VARYING WRK-SUB-COLUNA FROM 1 BY 1
               UNTIL WRK-SUB-COLUNA GREATER 3.
           PERFORM 0515-LINHA-COMPARATIVO.

       0512-CARREGA-NOVOS SECTION.
           MOVE WRK-CMP-NOVOS (WRK-SUB-COLUNA)
               TO WRK-NUM-COLUNA (WRK-SUB-COLUNA).

       0513-CARREGA-CANCELAMENTOS SECTION.
           MOVE WRK-CMP-CANCELAMENTOS (WRK-SUB-COLUNA)
               TO WRK-NUM-COLUNA (WRK-SUB-COLUNA).

       0514-CARREGA-ATIVOS SECTION.
           MOVE WRK-CMP-ATIVOS (WRK-SUB-COLUNA)
               TO WRK-NUM-COLUNA (WRK-SUB-COLUNA).

       0516-CARREGA-BASE SECTION.
           MOVE WRK-CMP-BASE (WRK-SUB-COLUNA)
               TO WRK-NUM-COLUNA (WRK-SUB-COLUNA).

       0517-CARREGA-PEDIDOS SECTION.
           MOVE WRK-CMP-PEDIDOS (WRK-SUB-COLUNA)
               TO WRK-NUM-COLUNA (WRK-SUB-COLUNA).

       0518-CARREGA-CLIENTES-FAT SECTION.
           MOVE WRK-CMP-CLIENTES-FAT (WRK-SUB-COLUNA)
               TO WRK-NUM-COLUNA (WRK-SUB-COLUNA).

       0519-CARREGA-FATURADO SECTION.
           MOVE WRK-CMP-FATURADO (WRK-SUB-COLUNA)
               TO WRK-NUM-COLUNA (WRK-SUB-COLUNA).

       0515-LINHA-COMPARATIVO SECTION.
           PERFORM 0511-MONTA-COLUNA
               VARYING WRK-SUB-COLUNA FROM 1 BY 1
               UNTIL WRK-SUB-COLUNA GREATER 3.
           MOVE WRK-LINHA-COMPARATIVO TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.

       0511-MONTA-COLUNA SECTION.
           MOVE SPACES TO CMP-COLUNA (WRK-SUB-COLUNA).
           IF NOT CMP-EXISTE (WRK-SUB-COLUNA)
               MOVE "    SEM HISTORICO" TO CMP-COL-X (WRK-SUB-COLUNA)
           ELSE
               IF LINHA-QUANTIDADE
                   MOVE WRK-NUM-COLUNA (WRK-SUB-COLUNA)
                       TO CMP-QTD (WRK-SUB-COLUNA)
               ELSE
                   MOVE WRK-NUM-COLUNA (WRK-SUB-COLUNA)
                       TO CMP-VLR (WRK-SUB-COLUNA)
               END-IF
               IF WRK-SUB-COLUNA GREATER 1
                       AND WRK-NUM-COLUNA (WRK-SUB-COLUNA)
                       GREATER ZEROS
                   COMPUTE WRK-VARIACAO ROUNDED =
                       (WRK-NUM-COLUNA (1)
                       - WRK-NUM-COLUNA (WRK-SUB-COLUNA)) * 100
                       / WRK-NUM-COLUNA (WRK-SUB-COLUNA)
                       ON SIZE ERROR
                           MOVE 99999.99 TO WRK-VARIACAO
                   END-COMPUTE
                   MOVE WRK-VARIACAO TO CMP-VAR (WRK-SUB-COLUNA)
               END-IF
           END-IF.

       0520-IMPRIME-RECEITA SECTION.
           MOVE "RECEITA DO MES (PEDIDOS FATURADOS)" TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           MOVE "VALOR FATURADO.........................."
               TO VLR-DESCRICAO.
           MOVE WRK-VALOR-FATURADO TO VLR-VALOR.
           PERFORM 0435-LINHA-VALOR.
           MOVE "PEDIDOS FATURADOS......................."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-PEDIDOS TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           MOVE "CLIENTES FATURADOS......................"
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-CLIENTES-FAT TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.
           MOVE "MAIORES CLIENTES POR VALOR FATURADO" TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           MOVE WRK-CABEC-RANKING TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.
           PERFORM 0525-LINHA-RANKING
               VARYING WRK-SUB-RANKING FROM 1 BY 1
               UNTIL WRK-SUB-RANKING GREATER WRK-QTD-RANKING
               OR WRK-SUB-RANKING GREATER WRK-QTD-MAIORES.
           MOVE "CLASSIFICACAO ABC (A ATE 80%, B ATE 95%, C RESTANTE)"
               TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           MOVE WRK-CABEC-ABC TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.
           PERFORM 0530-LINHA-ABC
               VARYING WRK-SUB-CLASSE FROM 1 BY 1
               UNTIL WRK-SUB-CLASSE GREATER 3.

       0525-LINHA-RANKING SECTION.
           MOVE WRK-SUB-RANKING TO RNK-ORDEM.
           MOVE WRK-RNK-CLIENTE (WRK-SUB-RANKING) TO RNK-ID.
           MOVE WRK-RNK-CLIENTE (WRK-SUB-RANKING) TO REG-ID.
           PERFORM 0440-NOME-CLIENTE.
           MOVE REG-NOME TO RNK-NOME.
           MOVE WRK-RNK-VALOR (WRK-SUB-RANKING) TO RNK-VALOR.
           COMPUTE WRK-PERCENTUAL ROUNDED =
               WRK-RNK-VALOR (WRK-SUB-RANKING) * 100
               / WRK-VALOR-FATURADO.
           MOVE WRK-PERCENTUAL TO RNK-PARTICIPACAO.
           MOVE WRK-RNK-PERC-ACUMULADO (WRK-SUB-RANKING)
               TO RNK-ACUMULADO.
           MOVE WRK-RNK-CLASSE (WRK-SUB-RANKING) TO RNK-CLASSE.
           MOVE WRK-LINHA-RANKING TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.

       0530-LINHA-ABC SECTION.
           MOVE WRK-LETRA-CLASSE (WRK-SUB-CLASSE) TO ABC-CLASSE.
           MOVE WRK-ABC-QTD (WRK-SUB-CLASSE) TO ABC-QTD.
           MOVE WRK-ABC-VALOR (WRK-SUB-CLASSE) TO ABC-VALOR.
           IF WRK-VALOR-FATURADO GREATER ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-ABC-VALOR (WRK-SUB-CLASSE) * 100
                   / WRK-VALOR-FATURADO
           ELSE
               MOVE ZEROS TO WRK-PERCENTUAL
           END-IF.
           MOVE WRK-PERCENTUAL TO ABC-PARTICIPACAO.
           MOVE WRK-LINHA-ABC TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.

       0540-IMPRIME-QUEDAS SECTION.
           MOVE SPACES TO SEC-TITULO.
           STRING "CLIENTES COM QUEDA DE FATURAMENTO DE "
               WRK-PERC-QUEDA "% OU MAIS"
               DELIMITED BY SIZE
               INTO SEC-TITULO
           END-STRING.
           PERFORM 0420-ABRE-SECAO.
           MOVE WRK-CABEC-QUEDA TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.
           PERFORM 0545-LINHA-QUEDA
               VARYING WRK-SUB-QUEDA FROM 1 BY 1
               UNTIL WRK-SUB-QUEDA GREATER WRK-QTD-QUEDAS.
           MOVE "CLIENTES COM QUEDA......................"
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-QUEDAS TO TOT-QTD.
           PERFORM 0430-LINHA-TOTAL.

       0545-LINHA-QUEDA SECTION.
           MOVE WRK-QDA-CLIENTE (WRK-SUB-QUEDA) TO QDA-ID.
           MOVE WRK-QDA-CLIENTE (WRK-SUB-QUEDA) TO REG-ID.
           PERFORM 0440-NOME-CLIENTE.
           MOVE REG-NOME TO QDA-NOME.
           MOVE WRK-QDA-VALOR-ANT (WRK-SUB-QUEDA) TO QDA-VALOR-ANT.
           MOVE WRK-QDA-VALOR-MES (WRK-SUB-QUEDA) TO QDA-VALOR-MES.
           COMPUTE WRK-PERCENTUAL ROUNDED =
               (WRK-QDA-VALOR-ANT (WRK-SUB-QUEDA)
               - WRK-QDA-VALOR-MES (WRK-SUB-QUEDA)) * 100
               / WRK-QDA-VALOR-ANT (WRK-SUB-QUEDA).
           MOVE WRK-PERCENTUAL TO QDA-PERCENTUAL.
           MOVE WRK-LINHA-QUEDA TO REG-RELMES.
           PERFORM 0410-GRAVA-LINHA.

       9100-TABELA-CHEIA SECTION.
           DISPLAY "TABELA DE CLIENTES FATURADOS CHEIA (20000) OU DE "
               "QUEDAS CHEIA (5000)".
           MOVE 12 TO RETURN-CODE.
           PERFORM 0320-FECHA-ARQUIVOS.
           GOBACK.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ033" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS PARMMES...  " FS-PARMMES.
           DISPLAY "FILE STATUS CLIENTES... " FS-CLIENTES.
           DISPLAY "FILE STATUS PEDIDOS...  " FS-PEDIDOS.
           DISPLAY "FILE STATUS AUDCLI...   " FS-AUDCLI.
           DISPLAY "FILE STATUS ARCAUD...   " FS-ARCAUD.
           DISPLAY "FILE STATUS HISMES...   " FS-HISMES.
           DISPLAY "FILE STATUS RELMES...   " FS-RELMES.
           DISPLAY "FILE STATUS CTLRUN...   " FS-CTLRUN.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
