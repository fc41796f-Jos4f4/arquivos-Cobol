      *== XX/XX/2026 ***  LIM-CLIENTE AMPLIADO DE 9(03) PARA 9(07)
      *==                 PELA EXPANSAO DO REG-ID (CLIWS01); ARQUIVO
      *==                 EXISTENTE CONVERTIDO PELO ARQ021
      *== XX/XX/2026 ***  LIMCRED.TXT PASSA A SER MANTIDO PELO ARQ025
      *==                 (TRANLIM.TXT), COM HISTORICO DAS ALTERACOES
      *==                 EM HISLIM.TXT CONSULTADO PELO ARQ026; NAO
      *==                 EDITAR MAIS O ARQUIVO MANUALMENTE
      *=================================================================
       01 REG-LIMCRED.
           05 LIM-CLIENTE        PIC 9(07).
