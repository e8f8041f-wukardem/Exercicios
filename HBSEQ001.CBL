      * - O INCREMENTO E GRAVADO ANTES DO NUMERO SER USADO:
      *   NUNCA REPETE; UM ABORTO DO CHAMADOR PODE NO MAXIMO
      *   PULAR UM NUMERO
      * - 15/10/2026 - GRAVACOES E REGRAVACOES NO ARQSEQ
      *   REGISTRADAS NO JOURNAL (HBJRN002) PARA A REAPLICACAO
      *   APOS RESTAURAR UM BACKUP (HBJRN001)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  WK01-RETCOD            PIC X(002)  VALUE SPACES.
           03  WK01-S1                PIC X(001)  VALUE SPACES.

       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       PROCEDURE DIVISION USING SR-PARAM-HBSEQ001.
               MOVE 2           TO SEQ-PROXIMO
               WRITE SEQ-REG INVALID KEY
                   MOVE 03 TO SR-SEQ-RETORNO
               NOT INVALID KEY
                   MOVE "INC" TO SR-JRN-OPERACAO
                   PERFORM 4000-JORNAL THRU 4000-JORNAL-EXIT
               END-WRITE
               IF  NOT SR88-SEQ-ERRO-ARQUIVO
                   MOVE 01 TO SR-SEQ-RETORNO
               ADD  1           TO SEQ-PROXIMO
               REWRITE SEQ-REG INVALID KEY
                   MOVE 03 TO SR-SEQ-RETORNO
               NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM 4000-JORNAL THRU 4000-JORNAL-EXIT
               END-REWRITE
           END-READ.
       2000-OBTEM-EXIT.
               MOVE SR-SEQ-NUMERO TO SEQ-PROXIMO
               WRITE SEQ-REG INVALID KEY
                   MOVE 03 TO SR-SEQ-RETORNO
               NOT INVALID KEY
                   MOVE "INC" TO SR-JRN-OPERACAO
                   PERFORM 4000-JORNAL THRU 4000-JORNAL-EXIT
               END-WRITE
           NOT INVALID KEY
               IF  SR-SEQ-NUMERO GREATER THAN SEQ-PROXIMO
                   MOVE SR-SEQ-NUMERO TO SEQ-PROXIMO
                   REWRITE SEQ-REG INVALID KEY
                       MOVE 03 TO SR-SEQ-RETORNO
                   NOT INVALID KEY
                       MOVE "ALT" TO SR-JRN-OPERACAO
                       PERFORM 4000-JORNAL THRU 4000-JORNAL-EXIT
                   END-REWRITE
               END-IF
           END-READ.
       3000-AJUSTA-EXIT.
           EXIT.

      *    SEM USUARIO/EMPRESA: O ARQSEQ E DA INSTALACAO E A
      *    ROTINA NAO RECEBE QUEM A CHAMOU
       4000-JORNAL.
           MOVE "GRV"                    TO SR-JRN-FUNCAO.
           MOVE ZEROS                    TO SR-JRN-EMP-COD.
           MOVE SPACES                   TO SR-JRN-USUARIO.
           MOVE "HBSEQ001"               TO SR-JRN-PROGRAMA.
           MOVE "ARQSEQ"                 TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-SEQ           TO SR-JRN-CAMINHO.
           MOVE SEQ-REG                  TO SR-JRN-REGISTRO.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
       4000-JORNAL-EXIT.
           EXIT.
