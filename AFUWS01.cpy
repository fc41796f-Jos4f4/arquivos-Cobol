      *=================================================================
      *==  COPYBOOK: AFUWS01
      *==  AUTOR: ***
      *==  CONSULTORIA: XPTO
      *==  DATA CRIACAO: XX/XX/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE AUDITORIA DE FUSAO DE
      *==            CLIENTES (AUDFUS.TXT), ARQUIVO ACUMULATIVO GRAVADO
      *==            PELO ARQ030 COM A IMAGEM ANTES/DEPOIS DE CADA
      *==            REGISTRO TOCADO POR UMA FUSAO: CLIENTES (LAYOUT
      *==            CLIWS01), PEDIDOS (PEDWS01), TITULOS (TITWS01),
      *==            LIMCRED (LIMWS01) E SUPMKT (SUPWS01). AFU-ARQUIVO
      *==            DIZ DE QUAL ARQUIVO E A IMAGEM E AFU-CHAVE TRAZ A
      *==            CHAVE DO REGISTRO. IMAGEM ANTES EM BRANCO INDICA
      *==            REGISTRO INCLUIDO E IMAGEM DEPOIS EM BRANCO
      *==            INDICA REGISTRO EXCLUIDO. A DATA E A HORA DA
      *==            EXECUCAO IDENTIFICAM A RODADA
      *=================================================================
       01 REG-AUDFUS.
           05 AFU-DATA-EXECUCAO  PIC 9(08).
           05 AFU-HORA-EXECUCAO  PIC 9(08).
           05 AFU-SOBREVIVENTE   PIC 9(07).
           05 AFU-RETIRADO       PIC 9(07).
           05 AFU-SOLICITANTE    PIC X(08).
           05 AFU-ARQUIVO        PIC X(08).
           05 AFU-CHAVE          PIC 9(08).
           05 AFU-IMAGEM-ANTES   PIC X(119).
           05 AFU-IMAGEM-DEPOIS  PIC X(119).
