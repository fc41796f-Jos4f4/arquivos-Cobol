       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ027.
      *=================================================================
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: CONVERSAO UNICA DO ARQUIVO PEDIDOS.TXT PARA A
      *==            CHAVE ALTERNATIVA POR PED-CLIENTE (COM
      *==            DUPLICIDADE), USADA PELO ARQ003, ARQ005, ARQ008,
      *==            ARQ014 E ARQ015 PARA LER SO OS PEDIDOS DE UM
      *==            CLIENTE. O LAYOUT (PEDWS01) NAO MUDA, SO O
      *==            INDICE. NO MESMO ESQUEMA DO ARQ021, O OPERADOR
      *==            RENOMEIA O PEDIDOS.TXT ATUAL PARA PEDIDOS.ANT E
      *==            ESTE PROGRAMA O REGRAVA EM ORDEM DE PED-NUMERO
      *==            NO PEDIDOS.TXT NOVO, CONFERINDO A QUANTIDADE E O
      *==            VALOR TOTAL LIDOS E GRAVADOS. SEM O PEDIDOS.ANT
      *==            O PROGRAMA TERMINA COM RETURN-CODE 12. GERAR
      *==            BACKUP NOVO (ARQ012) ANTES DE LIBERAR A ESTEIRA
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-ANT ASSIGN TO
               "PEDIDOS.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-PED-NUMERO
               FILE STATUS IS FS-PEDIDOS-ANT.

           SELECT PEDIDOS ASSIGN TO
               "PEDIDOS.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PEDIDOS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-ANT.
       01 REG-PEDIDOS-ANT.
           05 ANT-PED-NUMERO     PIC 9(06).
           05 ANT-PED-CLIENTE    PIC 9(07).
           05 ANT-PED-DATA       PIC 9(08).
           05 ANT-PED-VALOR      PIC 9(07)V99.
           05 ANT-PED-STATUS     PIC X(01).

       FD PEDIDOS.
           COPY PEDWS01.

       WORKING-STORAGE SECTION.
       77 FS-PEDIDOS-ANT PIC 9(02).
       77 FS-PEDIDOS PIC 9(02).
       77 WRK-MSG-ERRO PIC X(30) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-LIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-GRAVADO PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN      SECTION.
           DISPLAY "CONVERSAO DO PEDIDOS.TXT PARA CHAVE POR CLIENTE".
           PERFORM 0100-INICIALIZE.
           PERFORM 0200-PROCESS.
           PERFORM 0300-FINISH.
           STOP RUN.

       0100-INICIALIZE SECTION.
           OPEN INPUT PEDIDOS-ANT.
           IF FS-PEDIDOS-ANT EQUAL 35
               DISPLAY "PEDIDOS.ANT NAO ENCONTRADO - RENOMEAR O "
                   "PEDIDOS.TXT ATUAL ANTES DA CONVERSAO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF FS-PEDIDOS-ANT NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           OPEN OUTPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "ARQUIVOS OK".
           PERFORM 0210-LER-PEDIDO-ANT.

       0200-PROCESS SECTION.
           PERFORM 0220-GRAVA-PEDIDO UNTIL FIM-ARQUIVO.

       0210-LER-PEDIDO-ANT SECTION.
           READ PEDIDOS-ANT
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-ARQUIVO AND FS-PEDIDOS-ANT NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF NOT FIM-ARQUIVO
               ADD 1 TO WRK-QTD-LIDOS
               ADD ANT-PED-VALOR TO WRK-VALOR-LIDO
           END-IF.

       0220-GRAVA-PEDIDO SECTION.
           MOVE ANT-PED-NUMERO TO PED-NUMERO.
           MOVE ANT-PED-CLIENTE TO PED-CLIENTE.
           MOVE ANT-PED-DATA TO PED-DATA.
           MOVE ANT-PED-VALOR TO PED-VALOR.
           MOVE ANT-PED-STATUS TO PED-STATUS.
           WRITE REG-PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL ZEROS
               PERFORM 9000-TRATA-ERRO
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADOS.
           ADD PED-VALOR TO WRK-VALOR-GRAVADO.
           PERFORM 0210-LER-PEDIDO-ANT.

       0300-FINISH SECTION.
           CLOSE PEDIDOS-ANT.
           CLOSE PEDIDOS.
           DISPLAY "PEDIDOS LIDOS...          " WRK-QTD-LIDOS.
           DISPLAY "PEDIDOS GRAVADOS...       " WRK-QTD-GRAVADOS.
           DISPLAY "VALOR TOTAL LIDO...       " WRK-VALOR-LIDO.
           DISPLAY "VALOR TOTAL GRAVADO...    " WRK-VALOR-GRAVADO.
           IF WRK-QTD-GRAVADOS NOT EQUAL WRK-QTD-LIDOS
                   OR WRK-VALOR-GRAVADO NOT EQUAL WRK-VALOR-LIDO
               DISPLAY "CONTAGEM DA CONVERSAO NAO CONFERE"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERSAO ENCERRADA - GERAR BACKUP NOVO "
                   "(ARQ012) ANTES DE LIBERAR A ESTEIRA"
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO SECTION.
           MOVE "ERRO NAO TRATADO EM ARQ027" TO WRK-MSG-ERRO.
           DISPLAY "FILE STATUS PEDIDOS ANT/NOVO...  "
               FS-PEDIDOS-ANT " / " FS-PEDIDOS.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
