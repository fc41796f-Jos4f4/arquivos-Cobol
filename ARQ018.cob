      *==                 OS REGISTROS DE ARCAUD.TXT E AUDTMP.TXT
      *==                 FORAM AMPLIADOS JUNTO PARA NAO TRUNCAR A
      *==                 IMAGEM-DEPOIS
      *== XX/XX/2026 ***  REG-AUDCLI GANHOU AUD-ORIGEM (AUDWS01) E
      *==                 PASSOU DE 262 PARA 270 BYTES; ARCAUD.TXT E
      *==                 AUDTMP.TXT AMPLIADOS JUNTO (ARCAUD.TXT
      *==                 EXISTENTE CONVERTIDO PELO ARQ028)
      *=================================================================

       ENVIRONMENT DIVISION.
           COPY AUDWS01.

       FD ARCAUD.
       01 REG-ARCAUD     PIC X(270).

       FD AUDTMP.
       01 REG-AUDTMP     PIC X(270).

       FD PARMIN.
       01 REG-PARMIN.
