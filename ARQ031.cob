       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ031.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: RELATORIO DE DADOS PESSOAIS DE UM CLIENTE (LGPD),
      *==            PARA ATENDER O PEDIDO DO TITULAR DE SABER TUDO O
      *==            QUE A EMPRESA GUARDA SOBRE ELE. RECEBE O REG-ID NO
      *==            PARAMETRO PARM.TXT (COMO O ARQ006) E LISTA EM
      *==            RELLGP.TXT (132 COLUNAS), POR ARQUIVO:
      *==            - O CADASTRO ATUAL NO CLIENTES.TXT
      *==            - O OPT-OUT DE MARKETING NO SUPMKT.TXT
      *==            - OS PEDIDOS NO PEDIDOS.TXT (CHAVE PED-CLIENTE)
      *==            - AS IMAGENS ANTES/DEPOIS NA AUDITORIA AUDCLI.TXT
      *==              E NO ARQUIVO MORTO DA AUDITORIA ARCAUD.TXT
      *==            - AS IMAGENS NO BACKUP DO CADASTRO BKPCLI.TXT
      *==            - AS FUSOES DE DUPLICADOS EM QUE O CLIENTE FOI
      *==              SOBREVIVENTE OU RETIRADO (AUDFUS.TXT)
      *==            - AS TRANSACOES REJEITADAS DO CLIENTE NO
      *==              HISTORICO DE REJEICOES HISREJ.TXT
      *==            ARQUIVO INEXISTENTE SAI COMO TAL NO RELATORIO. O
      *==            CLIENTE JA EXCLUIDO DO CADASTRO AINDA E LISTADO A
      *==            PARTIR DOS DEMAIS ARQUIVOS
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMIN ASSIGN TO
               "PARM.txt"
               FILE STATUS IS FS-PARMIN.

           SELECT CLIENTES ASSIGN TO
               "CLIENTES.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT SUPMKT ASSIGN TO
               "SUPMKT.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-ID
               FILE STATUS IS FS-SUPMKT.

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

           SELECT BKPCLI ASSIGN TO
               "BKPCLI.txt"
               FILE STATUS IS FS-BKPCLI.

           SELECT AUDFUS ASSIGN TO
               "AUDFUS.txt"
               FILE STATUS IS FS-AUDFUS.

           SELECT HISREJ ASSIGN TO
               "HISREJ.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HRJ-CHAVE
               FILE STATUS IS FS-HISREJ.

           SELECT RELLGP ASSIGN TO
               "RELLGP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELLGP.

       DATA DIVISION.
       FILE SECTION.
       FD PARMIN.
       01 REG-PARMIN.
           05 PARM-ID     PIC 9(07).

       FD CLIENTES.
           COPY CLIWS01.

       FD SUPMKT.
           COPY SUPWS01.

       FD PEDIDOS.
           COPY PEDWS01.

       FD AUDCLI.
       01 REG-AUDCLI-ARQ     PIC X(270).

       FD ARCAUD.
       01 REG-ARCAUD     PIC X(270).

       FD BKPCLI.
           COPY BKPWS01.

       FD AUDFUS.
           COPY AFUWS01.

       FD HISREJ.
           COPY HRJWS01.

       FD RELLGP.
       01 REG-RELLGP     PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-PARMIN PIC 9(02).
       77 FS-CLIENTES PIC 9(02).
       77 FS-SUPMKT PIC 9(02).
       77 FS-PEDIDOS PIC 9(02).
       77 FS-AUDCLI PIC 9(02).
       77 FS-ARCAUD PIC 9(02).
       77 FS-BKPCLI PIC 9(02).
       77 FS-AUDFUS PIC 9(02).
       77 FS-HISREJ PIC 9(02).
       77 FS-RELLGP PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-TEM-PARAMETRO PIC X(01) VALUE "N".
           88 TEM-PARAMETRO VALUE "S".
       77 WRK-ID-CONSULTA PIC 9(07) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-QTD-ARQUIVO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-TOTAL PIC 9(07) VALUE ZEROS.
       77 WRK-ARQUIVO-LIDO PIC X(08) VALUE SPACES.
       77 WRK-DATA-BACKUP PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA PIC 9(05) VALUE ZEROS.
       77 WRK-LINHA-ATUAL PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-LINHAS PIC 9(03) VALUE 56.
       77 WRK-LINHA-PENDENTE PIC X(132) VALUE SPACES.
           COPY AUDWS01.
       01 WRK-IMAGEM-CLIENTE.
           05 IMG-ID PIC X(07).
           05 IMG-NOME PIC X(20).
           05 IMG-TELEFONE PIC X(11).
           05 IMG-EMAIL PIC X(40).
           05 IMG-ENDERECO PIC X(40).
           05 IMG-STATUS PIC X(01).
       01 WRK-IMAGEM-TRANSACAO.
           05 ITR-CODIGO PIC X(01).
           05 ITR-DADOS PIC X(118).
       01 WRK-DATA-SISTEMA.
           05 DAT-ANO PIC 9(04).
           05 DAT-MES PIC 9(02).
           05 DAT-DIA PIC 9(02).
       01 WRK-CABEC1.
           05 FILLER PIC X(40)
               VALUE "RELATORIO DE DADOS PESSOAIS (LGPD)".
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
           05 FILLER PIC X(09) VALUE "CLIENTE: ".
           05 CAB-ID PIC 9(07).
           05 FILLER PIC X(116) VALUE SPACES.
       01 WRK-CABEC-IMAGEM.
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "ID".
           05 FILLER PIC X(21) VALUE "NOME".
           05 FILLER PIC X(12) VALUE "TELEFONE".
           05 FILLER PIC X(41) VALUE "EMAIL".
           05 FILLER PIC X(41) VALUE "ENDERECO".
           05 FILLER PIC X(01) VALUE "S".
       01 WRK-LINHA-SECAO.
           05 FILLER PIC X(04) VALUE "*** ".
           05 SEC-TITULO PIC X(60).
           05 FILLER PIC X(68) VALUE SPACES.
       01 WRK-LINHA-IMAGEM.
           05 IML-ROTULO PIC X(08).
           05 IML-ID PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 IML-NOME PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 IML-TELEFONE PIC X(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 IML-EMAIL PIC X(40).
           05 FILLER PIC X(01) VALUE SPACES.
           05 IML-ENDERECO PIC X(40).
           05 FILLER PIC X(01) VALUE SPACES.
           05 IML-STATUS PIC X(01).
       01 WRK-LINHA-EVENTO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "DATA: ".
           05 EVT-DATA PIC 9999/99/99.
           05 FILLER PIC X(08) VALUE "  HORA: ".
           05 EVT-HORA PIC 9(08).
           05 FILLER PIC X(13) VALUE "  TRANSACAO: ".
           05 EVT-CODIGO PIC X(01).
           05 FILLER PIC X(10) VALUE "  ORIGEM: ".
           05 EVT-ORIGEM PIC X(10).
           05 EVT-COMPLEMENTO PIC X(64).
       01 WRK-LINHA-PEDIDO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "PEDIDO: ".
           05 PDL-NUMERO PIC 9(06).
           05 FILLER PIC X(08) VALUE "  DATA: ".
           05 PDL-DATA PIC 9999/99/99.
           05 FILLER PIC X(09) VALUE "  VALOR: ".
           05 PDL-VALOR PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  STATUS: ".
           05 PDL-STATUS PIC X(01).
           05 FILLER PIC X(66) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
           05 FILLER PIC X(04) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(40).
           05 TOT-QTD PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           PERFORM 0105-LE-PARAMETRO.
           IF NOT TEM-PARAMETRO
               DISPLAY "PARAMETRO COM REG-ID E OBRIGATORIO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RELLGP.
           IF FS-RELLGP NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "ARQUIVOS OK".
           DISPLAY "DADOS PESSOAIS DO CLIENTE... " WRK-ID-CONSULTA.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DAT-DIA TO CAB-DIA.
           MOVE DAT-MES TO CAB-MES.
           MOVE DAT-ANO TO CAB-ANO.
           MOVE WRK-ID-CONSULTA TO CAB-ID.
           PERFORM 0400-CABECALHO.

       0105-LE-PARAMETRO SECTION.
           OPEN INPUT PARMIN.
           IF FS-PARMIN EQUAL ZEROS
               READ PARMIN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ID IS NUMERIC
                           MOVE PARM-ID TO WRK-ID-CONSULTA
                           SET TEM-PARAMETRO TO TRUE
                       END-IF
               END-READ
               CLOSE PARMIN
           END-IF.

       0200-PROCESS SECTION.
           PERFORM 0210-CADASTRO.
           PERFORM 0220-SUPRESSAO.
           PERFORM 0230-PEDIDOS.
           MOVE "AUDCLI" TO WRK-ARQUIVO-LIDO.
           PERFORM 0240-AUDITORIA.
           MOVE "ARCAUD" TO WRK-ARQUIVO-LIDO.
           PERFORM 0250-ARQUIVO-MORTO.
           PERFORM 0260-BACKUP.
           PERFORM 0270-FUSOES.
           PERFORM 0280-REJEICOES.

       0210-CADASTRO SECTION.
           MOVE "CADASTRO ATUAL (CLIENTES.TXT)" TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE WRK-ID-CONSULTA TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "    CLIENTE NAO CONSTA DO CADASTRO"
                       TO REG-RELLGP
                   PERFORM 0410-GRAVA-LINHA
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-ARQUIVO
                   MOVE WRK-CABEC-IMAGEM TO REG-RELLGP
                   PERFORM 0410-GRAVA-LINHA
                   MOVE REG-CLIENTES TO WRK-IMAGEM-CLIENTE
                   MOVE "ATUAL" TO IML-ROTULO
                   PERFORM 0430-GRAVA-IMAGEM
           END-READ.
           CLOSE CLIENTES.
           PERFORM 0425-FECHA-SECAO.

       0220-SUPRESSAO SECTION.
           MOVE "OPT-OUT DE MARKETING (SUPMKT.TXT)" TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           OPEN INPUT SUPMKT.
           EVALUATE FS-SUPMKT
               WHEN ZEROS
                   MOVE WRK-ID-CONSULTA TO SUP-ID
                   READ SUPMKT
                       INVALID KEY
                           MOVE "    SEM OPT-OUT REGISTRADO"
                               TO REG-RELLGP
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-ARQUIVO
                           MOVE SUP-DATA-OPTOUT TO EVT-DATA
                           MOVE SPACES TO REG-RELLGP
                           STRING "    OPT-OUT EM "
                               DELIMITED BY SIZE
                               EVT-DATA
                               DELIMITED BY SIZE
                               INTO REG-RELLGP
                           END-STRING
                   END-READ
                   PERFORM 0410-GRAVA-LINHA
                   CLOSE SUPMKT
               WHEN 35
                   PERFORM 0428-SEM-ARQUIVO
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           PERFORM 0425-FECHA-SECAO.

       0230-PEDIDOS SECTION.
           MOVE "PEDIDOS (PEDIDOS.TXT)" TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           OPEN INPUT PEDIDOS.
           EVALUATE FS-PEDIDOS
               WHEN ZEROS
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   MOVE WRK-ID-CONSULTA TO PED-CLIENTE
                   START PEDIDOS KEY IS EQUAL TO PED-CLIENTE
                       INVALID KEY
                           SET FIM-ARQUIVO TO TRUE
                   END-START
                   IF NOT FIM-ARQUIVO
                       PERFORM 0232-LER-PEDIDO
                   END-IF
                   PERFORM 0235-LISTA-PEDIDO UNTIL FIM-ARQUIVO
                   CLOSE PEDIDOS
               WHEN 35
                   PERFORM 0428-SEM-ARQUIVO
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           PERFORM 0425-FECHA-SECAO.

       0232-LER-PEDIDO SECTION.
           READ PEDIDOS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-ARQUIVO AND PED-CLIENTE NOT EQUAL WRK-ID-CONSULTA
               SET FIM-ARQUIVO TO TRUE
           END-IF.

       0235-LISTA-PEDIDO SECTION.
           ADD 1 TO WRK-QTD-ARQUIVO.
           MOVE PED-NUMERO TO PDL-NUMERO.
           MOVE PED-DATA TO PDL-DATA.
           MOVE PED-VALOR TO PDL-VALOR.
           MOVE PED-STATUS TO PDL-STATUS.
           MOVE WRK-LINHA-PEDIDO TO REG-RELLGP.
           PERFORM 0410-GRAVA-LINHA.
           PERFORM 0232-LER-PEDIDO.

       0240-AUDITORIA SECTION.
           MOVE "AUDITORIA DO CADASTRO (AUDCLI.TXT)" TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           OPEN INPUT AUDCLI.
           EVALUATE FS-AUDCLI
               WHEN ZEROS
                   MOVE WRK-CABEC-IMAGEM TO REG-RELLGP
                   PERFORM 0410-GRAVA-LINHA
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0242-LER-AUDCLI
                   PERFORM 0245-TRATA-AUDITORIA UNTIL FIM-ARQUIVO
                   CLOSE AUDCLI
               WHEN 35
                   PERFORM 0428-SEM-ARQUIVO
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           PERFORM 0425-FECHA-SECAO.

       0242-LER-AUDCLI SECTION.
           READ AUDCLI INTO REG-AUDCLI
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-AUDCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0245-TRATA-AUDITORIA SECTION.
           IF AUD-ID EQUAL WRK-ID-CONSULTA
               PERFORM 0248-LISTA-AUDITORIA
           END-IF.
           IF WRK-ARQUIVO-LIDO EQUAL "AUDCLI"
               PERFORM 0242-LER-AUDCLI
           ELSE
               PERFORM 0252-LER-ARCAUD
           END-IF.

       0248-LISTA-AUDITORIA SECTION.
           ADD 1 TO WRK-QTD-ARQUIVO.
           MOVE AUD-DATA-EXECUCAO TO EVT-DATA.
           MOVE AUD-HORA-EXECUCAO TO EVT-HORA.
           MOVE AUD-CODIGO TO EVT-CODIGO.
           IF AUD-ORIGEM EQUAL SPACES
               MOVE "SEM ORIGEM" TO EVT-ORIGEM
           ELSE
               MOVE AUD-ORIGEM TO EVT-ORIGEM
           END-IF.
           MOVE SPACES TO EVT-COMPLEMENTO.
           MOVE WRK-LINHA-EVENTO TO REG-RELLGP.
           PERFORM 0410-GRAVA-LINHA.
           MOVE AUD-IMAGEM-ANTES TO WRK-IMAGEM-CLIENTE.
           MOVE "ANTES" TO IML-ROTULO.
           PERFORM 0430-GRAVA-IMAGEM.
           MOVE AUD-IMAGEM-DEPOIS TO WRK-IMAGEM-CLIENTE.
           MOVE "DEPOIS" TO IML-ROTULO.
           PERFORM 0430-GRAVA-IMAGEM.

       0250-ARQUIVO-MORTO SECTION.
           MOVE "ARQUIVO MORTO DA AUDITORIA (ARCAUD.TXT)"
               TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           OPEN INPUT ARCAUD.
           EVALUATE FS-ARCAUD
               WHEN ZEROS
                   MOVE WRK-CABEC-IMAGEM TO REG-RELLGP
                   PERFORM 0410-GRAVA-LINHA
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0252-LER-ARCAUD
                   PERFORM 0245-TRATA-AUDITORIA UNTIL FIM-ARQUIVO
                   CLOSE ARCAUD
               WHEN 35
                   PERFORM 0428-SEM-ARQUIVO
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           PERFORM 0425-FECHA-SECAO.

       0252-LER-ARCAUD SECTION.
           READ ARCAUD INTO REG-AUDCLI
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-ARCAUD NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0260-BACKUP SECTION.
           MOVE "BACKUP DO CADASTRO (BKPCLI.TXT)" TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           OPEN INPUT BKPCLI.
           EVALUATE FS-BKPCLI
               WHEN ZEROS
                   MOVE WRK-CABEC-IMAGEM TO REG-RELLGP
                   PERFORM 0410-GRAVA-LINHA
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0262-LER-BKPCLI
                   PERFORM 0265-TRATA-BACKUP UNTIL FIM-ARQUIVO
                   CLOSE BKPCLI
               WHEN 35
                   PERFORM 0428-SEM-ARQUIVO
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           PERFORM 0425-FECHA-SECAO.

       0262-LER-BKPCLI SECTION.
           READ BKPCLI
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-BKPCLI NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0265-TRATA-BACKUP SECTION.
           IF BKP-CABECALHO
               MOVE BKP-DATA-GERACAO TO WRK-DATA-BACKUP
           END-IF.
           IF BKP-DETALHE
               MOVE BKP-DADOS TO WRK-IMAGEM-CLIENTE
               IF IMG-ID EQUAL WRK-ID-CONSULTA
                   ADD 1 TO WRK-QTD-ARQUIVO
                   MOVE WRK-DATA-BACKUP TO EVT-DATA
                   MOVE SPACES TO REG-RELLGP
                   STRING "  BACKUP GERADO EM "
                       DELIMITED BY SIZE
                       EVT-DATA
                       DELIMITED BY SIZE
                       INTO REG-RELLGP
                   END-STRING
                   PERFORM 0410-GRAVA-LINHA
                   MOVE "BACKUP" TO IML-ROTULO
                   PERFORM 0430-GRAVA-IMAGEM
               END-IF
           END-IF.
           PERFORM 0262-LER-BKPCLI.

       0270-FUSOES SECTION.
           MOVE "FUSOES DE CLIENTES DUPLICADOS (AUDFUS.TXT)"
               TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           OPEN INPUT AUDFUS.
           EVALUATE FS-AUDFUS
               WHEN ZEROS
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0272-LER-AUDFUS
                   PERFORM 0275-TRATA-FUSAO UNTIL FIM-ARQUIVO
                   CLOSE AUDFUS
               WHEN 35
                   PERFORM 0428-SEM-ARQUIVO
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           PERFORM 0425-FECHA-SECAO.

       0272-LER-AUDFUS SECTION.
           READ AUDFUS
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-AUDFUS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0275-TRATA-FUSAO SECTION.
           IF AFU-SOBREVIVENTE EQUAL WRK-ID-CONSULTA
                   OR AFU-RETIRADO EQUAL WRK-ID-CONSULTA
               ADD 1 TO WRK-QTD-ARQUIVO
               MOVE AFU-DATA-EXECUCAO TO EVT-DATA
               MOVE AFU-HORA-EXECUCAO TO EVT-HORA
               MOVE "F" TO EVT-CODIGO
               MOVE "FUSAO" TO EVT-ORIGEM
               MOVE SPACES TO EVT-COMPLEMENTO
               STRING "  SOBREVIVENTE: " AFU-SOBREVIVENTE
                   " RETIRADO: " AFU-RETIRADO
                   " ARQUIVO: " AFU-ARQUIVO
                   DELIMITED BY SIZE
                   INTO EVT-COMPLEMENTO
               END-STRING
               MOVE WRK-LINHA-EVENTO TO REG-RELLGP
               PERFORM 0410-GRAVA-LINHA
               IF AFU-ARQUIVO EQUAL "CLIENTES"
                   MOVE AFU-IMAGEM-ANTES TO WRK-IMAGEM-CLIENTE
                   MOVE "ANTES" TO IML-ROTULO
                   PERFORM 0430-GRAVA-IMAGEM
                   MOVE AFU-IMAGEM-DEPOIS TO WRK-IMAGEM-CLIENTE
                   MOVE "DEPOIS" TO IML-ROTULO
                   PERFORM 0430-GRAVA-IMAGEM
               ELSE
                   PERFORM 0278-GRAVA-IMAGEM-BRUTA
               END-IF
           END-IF.
           PERFORM 0272-LER-AUDFUS.

       0278-GRAVA-IMAGEM-BRUTA SECTION.
           MOVE SPACES TO REG-RELLGP.
           MOVE "ANTES" TO REG-RELLGP (1:8).
           MOVE AFU-IMAGEM-ANTES TO REG-RELLGP (9:119).
           PERFORM 0410-GRAVA-LINHA.
           MOVE SPACES TO REG-RELLGP.
           MOVE "DEPOIS" TO REG-RELLGP (1:8).
           MOVE AFU-IMAGEM-DEPOIS TO REG-RELLGP (9:119).
           PERFORM 0410-GRAVA-LINHA.

       0280-REJEICOES SECTION.
           MOVE "TRANSACOES REJEITADAS (HISREJ.TXT)" TO SEC-TITULO.
           PERFORM 0420-ABRE-SECAO.
           OPEN INPUT HISREJ.
           EVALUATE FS-HISREJ
               WHEN ZEROS
                   MOVE WRK-CABEC-IMAGEM TO REG-RELLGP
                   PERFORM 0410-GRAVA-LINHA
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0282-LER-HISREJ
                   PERFORM 0285-TRATA-REJEICAO UNTIL FIM-ARQUIVO
                   CLOSE HISREJ
               WHEN 35
                   PERFORM 0428-SEM-ARQUIVO
               WHEN OTHER
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.
           PERFORM 0425-FECHA-SECAO.

       0282-LER-HISREJ SECTION.
           READ HISREJ NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-HISREJ NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0285-TRATA-REJEICAO SECTION.
           MOVE HRJ-TRANSACAO TO WRK-IMAGEM-TRANSACAO.
           MOVE ITR-DADOS TO WRK-IMAGEM-CLIENTE.
           IF IMG-ID EQUAL WRK-ID-CONSULTA
               ADD 1 TO WRK-QTD-ARQUIVO
               MOVE HRJ-DATA-REJEICAO TO EVT-DATA
               MOVE ZEROS TO EVT-HORA
               MOVE ITR-CODIGO TO EVT-CODIGO
               IF HRJ-ORIGEM EQUAL SPACES
                   MOVE "SEM ORIGEM" TO EVT-ORIGEM
               ELSE
                   MOVE HRJ-ORIGEM TO EVT-ORIGEM
               END-IF
               MOVE SPACES TO EVT-COMPLEMENTO
               STRING "  MOTIVO: " HRJ-MOTIVO
                   "  SITUACAO: " HRJ-SITUACAO
                   DELIMITED BY SIZE
                   INTO EVT-COMPLEMENTO
               END-STRING
               MOVE WRK-LINHA-EVENTO TO REG-RELLGP
               PERFORM 0410-GRAVA-LINHA
               MOVE "TRANSAC" TO IML-ROTULO
               PERFORM 0430-GRAVA-IMAGEM
           END-IF.
           PERFORM 0282-LER-HISREJ.

       0300-FINISH SECTION.
           MOVE "TOTAL DE OCORRENCIAS DO CLIENTE..........."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-TOTAL TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELLGP.
           PERFORM 0410-GRAVA-LINHA.
           DISPLAY "TOTAL DE OCORRENCIAS... " WRK-QTD-TOTAL.
           DISPLAY "TOTAL DE PAGINAS...     " WRK-PAGINA.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE RELLGP.

       0400-CABECALHO SECTION.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO CAB-PAGINA.
           MOVE WRK-CABEC1 TO REG-RELLGP.
           WRITE REG-RELLGP.
           IF FS-RELLGP NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE WRK-CABEC2 TO REG-RELLGP.
           WRITE REG-RELLGP.
           IF FS-RELLGP NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE SPACES TO REG-RELLGP.
           WRITE REG-RELLGP.
           IF FS-RELLGP NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE 3 TO WRK-LINHA-ATUAL.

       0410-GRAVA-LINHA SECTION.
           IF WRK-LINHA-ATUAL GREATER WRK-LIMITE-LINHAS
               MOVE REG-RELLGP TO WRK-LINHA-PENDENTE
               PERFORM 0400-CABECALHO
               MOVE WRK-LINHA-PENDENTE TO REG-RELLGP
           END-IF.
           WRITE REG-RELLGP.
           IF FS-RELLGP NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-LINHA-ATUAL.

       0420-ABRE-SECAO SECTION.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           MOVE WRK-LINHA-SECAO TO REG-RELLGP.
           PERFORM 0410-GRAVA-LINHA.

       0425-FECHA-SECAO SECTION.
           MOVE "REGISTROS ENCONTRADOS..................."
               TO TOT-DESCRICAO.
           MOVE WRK-QTD-ARQUIVO TO TOT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELLGP.
           PERFORM 0410-GRAVA-LINHA.
           MOVE SPACES TO REG-RELLGP.
           PERFORM 0410-GRAVA-LINHA.
           ADD WRK-QTD-ARQUIVO TO WRK-QTD-TOTAL.

       0428-SEM-ARQUIVO SECTION.
           MOVE "    ARQUIVO NAO ENCONTRADO" TO REG-RELLGP.
           PERFORM 0410-GRAVA-LINHA.

       0430-GRAVA-IMAGEM SECTION.
           IF WRK-IMAGEM-CLIENTE EQUAL SPACES
               MOVE SPACES TO IML-ID
               MOVE "(SEM IMAGEM)" TO IML-NOME
               MOVE SPACES TO IML-TELEFONE
               MOVE SPACES TO IML-EMAIL
               MOVE SPACES TO IML-ENDERECO
               MOVE SPACES TO IML-STATUS
           ELSE
               MOVE IMG-ID TO IML-ID
               MOVE IMG-NOME TO IML-NOME
               MOVE IMG-TELEFONE TO IML-TELEFONE
               MOVE IMG-EMAIL TO IML-EMAIL
               MOVE IMG-ENDERECO TO IML-ENDERECO
               MOVE IMG-STATUS TO IML-STATUS
           END-IF.
           MOVE WRK-LINHA-IMAGEM TO REG-RELLGP.
           PERFORM 0410-GRAVA-LINHA.

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ031" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS PARMIN...   " FS-PARMIN.
           DISPLAY "FILE STATUS CLIENTES... " FS-CLIENTES.
           DISPLAY "FILE STATUS SUPMKT...   " FS-SUPMKT.
           DISPLAY "FILE STATUS PEDIDOS...  " FS-PEDIDOS.
           DISPLAY "FILE STATUS AUDCLI...   " FS-AUDCLI.
           DISPLAY "FILE STATUS ARCAUD...   " FS-ARCAUD.
           DISPLAY "FILE STATUS BKPCLI...   " FS-BKPCLI.
           DISPLAY "FILE STATUS AUDFUS...   " FS-AUDFUS.
           DISPLAY "FILE STATUS HISREJ...   " FS-HISREJ.
           DISPLAY "FILE STATUS RELLGP...   " FS-RELLGP.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
