       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBLGP001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - SOLICITACOES DO TITULAR DE DADOS PESSOAIS (LGPD) PELO
      *   CPF GUARDADO NO CLI-CNPJ
      * - RELATORIO POR CPF (RELLGP.TXT): CADASTRO, PEDIDOS,
      *   NOTAS, PARCELAS, CONTATOS E AS IMAGENS DA AUDITORIA
      *   (ARQAUD) DOS CLIENTES DA EMPRESA COM O CPF
      * - ANONIMIZACAO: SO CLIENTE INATIVO, SEM PEDIDO FORA DE
      *   SITUACAO FINAL E SEM PARCELA EM ABERTO; APAGA NOME,
      *   CPF, ENDERECO, CEP, FONE, E-MAIL E COORDENADAS NO
      *   ARQCLI, A OBSERVACAO DOS CONTATOS (ARQCTT) E OS DADOS
      *   DAS IMAGENS DA AUDITORIA; NOTAS, ITENS E PARCELAS
      *   (DOCUMENTOS FISCAIS) NAO SAO ALTERADOS. RESTRITA AO
      *   NIVEL 99 E FEITA COM OS USUARIOS FORA DO SISTEMA
      * - TODA SOLICITACAO, ATENDIDA OU NEGADA, VAI PARA O
      *   REGISTRO ARQLGP (SEQUENCIA "LGPD"), LISTADO POR
      *   PERIODO EM RELSLG.TXT
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - ENDERECOS DE ENTREGA (ARQENT) NO RELATORIO;
      *   A ANONIMIZACAO APAGA ENDERECO, CEP, COORDENADAS,
      *   CONTATO E FONE DELES (CIDADE E UF FICAM)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FLGP0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FNOT0001.SEL".
           COPY "C:\Hbsis\ftt\FREC0001.SEL".
           COPY "C:\Hbsis\ftt\FCTT0001.SEL".
           COPY "C:\Hbsis\ftt\FENT0001.SEL".
           COPY "C:\Hbsis\ftt\FAUD0001.SEL".
           COPY "C:\Hbsis\ftt\FAUDTMP.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FLGP0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FNOT0001.FD".
           COPY "C:\Hbsis\ftt\FREC0001.FD".
           COPY "C:\Hbsis\ftt\FCTT0001.FD".
           COPY "C:\Hbsis\ftt\FENT0001.FD".
           COPY "C:\Hbsis\ftt\FAUD0001.FD".
           COPY "C:\Hbsis\ftt\FAUDTMP.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       01  MSG                        PIC X(040)  VALUE SPACES.
       77  AUXILIAR                   PIC X       VALUE SPACES.
       77  SAIDA-WS                   PIC XXX     VALUE SPACES.
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "15/10/2026".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-LGP             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-NOT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-CTT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-ENT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-AUD             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-AUT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  CLI-ARQ-WK                 PIC X(080)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-CLI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PED-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NOT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-REC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-CTT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-ENT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-AUD-EOF                 PIC XXX     VALUE "NAO".
       77  WS-LGP-EOF                 PIC XXX     VALUE "NAO".
       77  WS-TAB-ESTOUROU            PIC XXX     VALUE "NAO".
       77  WS-ACHOU                   PIC XXX     VALUE "NAO".
       77  WS-DO-TITULAR              PIC XXX     VALUE "NAO".
       77  WS-CPF-EDITADO             PIC 999.999.999.99.
       77  WS-CPF-NUM                 PIC 9(011)  VALUE ZEROS.
       77  WS-CPF                     PIC 9(014)  VALUE ZEROS.
       77  WS-CPF-FMT                 PIC X(020)  VALUE SPACES.
       77  WS-PROTOCOLO               PIC X(030)  VALUE SPACES.
       77  WS-NUM-SOLIC               PIC 9(010)  VALUE ZEROS.
       77  WS-SOL-TIPO                PIC X(001)  VALUE SPACES.
       77  WS-SOL-RESULTADO           PIC X(001)  VALUE SPACES.
       77  WS-SOL-MOTIVO              PIC X(040)  VALUE SPACES.
       77  WS-SOL-ARQ-REL             PIC X(030)  VALUE SPACES.
       77  WS-NOME-ANONIMO            PIC X(040)  VALUE SPACES.
       77  WS-QTD-CLI                 PIC 9(003)  VALUE ZEROS.
       77  WS-IND                     PIC 9(003)  VALUE ZEROS.
       77  WS-IND2                    PIC 9(003)  VALUE ZEROS.
       77  WS-COD-PROCURA             PIC 9(007)  VALUE ZEROS.
       77  WS-CLI-ATUAL               PIC 9(007)  VALUE ZEROS.
       77  WS-QTD-SECAO               PIC 9(005)  VALUE ZEROS.
       77  WS-IMAGENS                 PIC 9(005)  VALUE ZEROS.
       77  WS-DT-INI                  PIC 9(008)  VALUE ZEROS.
       77  WS-DT-FIM                  PIC 9(008)  VALUE ZEROS.
       77  WS-REL-ATEND               PIC 9(005)  VALUE ZEROS.
       77  WS-REL-NEGAD               PIC 9(005)  VALUE ZEROS.
       77  WS-ANO-ATEND               PIC 9(005)  VALUE ZEROS.
       77  WS-ANO-NEGAD               PIC 9(005)  VALUE ZEROS.
       77  WS-NUM-ED                  PIC Z(009)9.
       77  WS-NOT-ED                  PIC Z(009)9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-VEN-ED                  PIC ZZZZZZ9.
       77  WS-QTD-ED                  PIC ZZ9.
       77  WS-CONT-ED                 PIC ZZZZ9.
       77  WS-CONT2-ED                PIC ZZZZ9.
       77  WS-VALOR-ED                PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-VALOR2-ED               PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-LAT-ED                  PIC -ZZ9,999999.
       77  WS-LON-ED                  PIC -ZZ9,999999.
       77  WS-SIT-DESC                PIC X(008)  VALUE SPACES.
       77  WS-TIPO-DESC               PIC X(012)  VALUE SPACES.
       77  WS-RES-DESC                PIC X(008)  VALUE SPACES.
       01  WS-TAB-CLIENTES.
           03  WS-TC-COD              PIC 9(007)  OCCURS 50 TIMES.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\HBSIS\FTT\HBDATA01.WK".
       COPY "C:\Hbsis\ftt\VLCGCCPF.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TLGP0001.SS".
       COPY "C:\Hbsis\ftt\TOPCLGP.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TMSG.SS".
       PROCEDURE DIVISION USING LK-TRANSFERENCIA.
       PROGRAMA.
           PERFORM ABRE-ARQUIVOS THRU
                   ABRE-ARQUIVOS-EXIT
           MOVE ZEROS TO WK-OPCAO
           MOVE "NAO" TO SAIDA-WS
           PERFORM VERIF-OPCAO THRU
                   VERIF-OPCAO-EXIT UNTIL WK-OPCAO EQUAL 9
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       VERIF-OPCAO.
           DISPLAY G-TOPCLGP.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-RELATORIO  THRU ROT-RELATORIO-EXIT
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-ANONIMIZAR THRU ROT-ANONIMIZAR-EXIT
           WHEN WK-OPCAO EQUAL 3
                PERFORM ROT-REGISTRO   THRU ROT-REGISTRO-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "EXC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBLGP001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBLGP001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "SEM PERMISSAO " SR-PER-OPERACAO
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Funcao nao liberada para o usuario...  "
                               TO WK-MSG-ADV1.
           MOVE "Fale com o administrador do sistema... "
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
       VERIFICA-PERMISSAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CPF E PROTOCOLO DA SOLICITACAO                         *
      *----------------------------------------------------------*
       ENTRAR-SOLICITACAO.
           DISPLAY G-TLGP0001.
           MOVE ZEROS  TO WS-CPF WS-NUM-SOLIC.
           MOVE SPACES TO WS-PROTOCOLO WS-CPF-FMT WS-SOL-ARQ-REL.
       ENTRAR-CPF.
           MOVE ZEROS TO WS-CPF-EDITADO.
           ACCEPT WS-CPF-EDITADO AT 0825 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           MOVE WS-CPF-EDITADO TO WS-CPF-NUM.
           IF  TECLA EQUAL "01" OR WS-CPF-NUM EQUAL ZEROS
               MOVE ZEROS TO WS-CPF
               GO  TO  ENTRAR-SOLICITACAO-EXIT.
           MOVE "CPF"      TO SR-DES-FUNCAO.
           MOVE WS-CPF-NUM TO SR-NUM-CPF.
           CALL "VLCGCCPF" USING SR-PARAM-VLCGCCPF.
           IF  NOT SR88-CGC-VALIDO
               MOVE "Digito do CPF nao confere...           "
                                   TO WK-MSG-ADV1
               MOVE "Verifique o CPF do titular...          "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-CPF.
           MOVE SR-DADO-FORMATADO TO WS-CPF-FMT.
           MOVE WS-CPF-NUM        TO WS-CPF.
       ENTRAR-PROTOCOLO.
           ACCEPT WS-PROTOCOLO AT 0925 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-CPF
               GO  TO  ENTRAR-SOLICITACAO-EXIT.
           IF  WS-PROTOCOLO EQUAL SPACES
               MOVE "Protocolo nao informado...             "
                                   TO WK-MSG-ADV1
               MOVE "Informe o protocolo ou canal do pedido."
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-PROTOCOLO.
           PERFORM LOCALIZA-CLIENTES THRU LOCALIZA-CLIENTES-EXIT.
       ENTRAR-SOLICITACAO-EXIT.
           EXIT.

      *    CLIENTES DA EMPRESA COM O CPF (CHAVE ALTERNATIVA CLI-CNPJ)
       LOCALIZA-CLIENTES.
           INITIALIZE WS-TAB-CLIENTES.
           MOVE ZEROS TO WS-QTD-CLI.
           MOVE "NAO" TO WS-CLI-EOF WS-TAB-ESTOUROU.
           MOVE WS-CPF TO CLI-CNPJ.
           START ARQCLI KEY IS EQUAL CLI-CNPJ INVALID KEY
               MOVE "SIM" TO WS-CLI-EOF.
           PERFORM LOCALIZA-CLIENTES-LE THRU LOCALIZA-CLIENTES-LE-EXIT
                   UNTIL WS-CLI-EOF EQUAL "SIM".
           MOVE WS-QTD-CLI TO WS-QTD-ED.
           DISPLAY WS-QTD-ED AT 1125.
       LOCALIZA-CLIENTES-EXIT.
           EXIT.

       LOCALIZA-CLIENTES-LE.
           READ ARQCLI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CLI-EOF
                   GO  TO  LOCALIZA-CLIENTES-LE-EXIT
           END-READ.
           IF  CLI-CNPJ NOT EQUAL WS-CPF
               MOVE "SIM" TO WS-CLI-EOF
               GO  TO  LOCALIZA-CLIENTES-LE-EXIT.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  LOCALIZA-CLIENTES-LE-EXIT.
           IF  WS-QTD-CLI NOT LESS THAN 50
               MOVE "SIM" TO WS-TAB-ESTOUROU
               GO  TO  LOCALIZA-CLIENTES-LE-EXIT.
           ADD 1 TO WS-QTD-CLI.
           MOVE CLI-COD TO WS-TC-COD(WS-QTD-CLI).
           IF  WS-QTD-CLI EQUAL 1
               DISPLAY CLI-NOME AT 1025 WITH REVERSE-VIDEO.
       LOCALIZA-CLIENTES-LE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATORIO DOS DADOS DO TITULAR                         *
      *----------------------------------------------------------*
       ROT-RELATORIO.
           PERFORM ENTRAR-SOLICITACAO THRU ENTRAR-SOLICITACAO-EXIT.
           IF  WS-CPF EQUAL ZEROS
               GO  TO  ROT-RELATORIO-EXIT.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELLGP"   TO SR-REL-BASE.
           MOVE "HBLGP001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "DADOS PESSOAIS DO TITULAR - CPF " WS-CPF-FMT
                  " - " LK-EMP-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PROTOCOLO: " WS-PROTOCOLO "  EMITIDO EM "
                  WK-DATA-SYS " POR " LK-USUARIO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF  WS-QTD-CLI EQUAL ZEROS
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "NENHUM CLIENTE DA EMPRESA COM ESTE CPF"
                                   TO REL-LINHA
               WRITE REL-LINHA.
           IF  WS-TAB-ESTOUROU EQUAL "SIM"
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "*** MAIS DE 50 CLIENTES COM O CPF: INCOMPLETO ***"
                                   TO REL-LINHA
               WRITE REL-LINHA.
           MOVE ZEROS TO WS-IND.
           PERFORM IMPRIME-CLIENTE THRU IMPRIME-CLIENTE-EXIT
                   UNTIL WS-IND NOT LESS THAN WS-QTD-CLI.
           PERFORM IMPRIME-AUDITORIA THRU IMPRIME-AUDITORIA-EXIT.
           CLOSE ARQREL.
           MOVE "R"            TO WS-SOL-TIPO.
           MOVE "A"            TO WS-SOL-RESULTADO.
           MOVE SPACES         TO WS-SOL-MOTIVO.
           IF  WS-QTD-CLI EQUAL ZEROS
               MOVE "CPF NAO ENCONTRADO NO CADASTRO" TO WS-SOL-MOTIVO.
           MOVE WS-CAMINHO-REL TO WS-SOL-ARQ-REL.
           PERFORM GRAVA-SOLICITACAO THRU GRAVA-SOLICITACAO-EXIT.
           MOVE "HBLGP001"              TO WS-LOG-PROGRAMA.
           MOVE "RELATORIO LGPD"        TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-RELATORIO-EXIT.
           EXIT.

       IMPRIME-CLIENTE.
           ADD 1 TO WS-IND.
           MOVE WS-TC-COD(WS-IND) TO CLI-COD WS-CLI-ATUAL.
           READ ARQCLI INVALID KEY
               GO  TO  IMPRIME-CLIENTE-EXIT
           END-READ.
           MOVE CLI-COD       TO WS-CLI-ED.
           MOVE CLI-VEN-COD   TO WS-VEN-ED.
           MOVE CLI-LATITUDE  TO WS-LAT-ED.
           MOVE CLI-LONGITUDE TO WS-LON-ED.
           MOVE "ATIVO   " TO WS-SIT-DESC.
           IF  CLI-INATIVO
               MOVE "INATIVO " TO WS-SIT-DESC.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "CLIENTE " WS-CLI-ED " - " CLI-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  CPF.........: " WS-CPF-FMT
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  ENDERECO....: " CLI-ENDERECO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  CIDADE/UF...: " CLI-CIDADE " " CLI-UF
                  "   CEP: " CLI-CEP
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  TELEFONE....: " CLI-FONE "   E-MAIL: " CLI-EMAIL
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  COORDENADAS.: " WS-LAT-ED " " WS-LON-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  SITUACAO....: " WS-SIT-DESC " DESDE "
                  CLI-DT-SITUACAO "   VENDEDOR: " WS-VEN-ED
                  "   ULTIMA ALTERACAO: " CLI-DT-ALTERACAO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-PEDIDOS   THRU IMPRIME-PEDIDOS-EXIT.
           PERFORM IMPRIME-NOTAS     THRU IMPRIME-NOTAS-EXIT.
           PERFORM IMPRIME-PARCELAS  THRU IMPRIME-PARCELAS-EXIT.
           PERFORM IMPRIME-CONTATOS  THRU IMPRIME-CONTATOS-EXIT.
           PERFORM IMPRIME-ENDERECOS THRU IMPRIME-ENDERECOS-EXIT.
       IMPRIME-CLIENTE-EXIT.
           EXIT.

       IMPRIME-PEDIDOS.
           MOVE SPACES TO REL-LINHA.
           MOVE "  PEDIDOS:     PEDIDO DATA     SIT.          VALOR"
                               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE "NAO" TO WS-PED-EOF.
           MOVE WS-CLI-ATUAL TO PED-CLI-COD.
           START ARQPED KEY IS EQUAL PED-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-PED-EOF.
           PERFORM IMPRIME-PEDIDOS-LE THRU IMPRIME-PEDIDOS-LE-EXIT
                   UNTIL WS-PED-EOF EQUAL "SIM".
           IF  WS-QTD-SECAO EQUAL ZEROS
               MOVE "             NENHUM" TO REL-LINHA
               WRITE REL-LINHA.
       IMPRIME-PEDIDOS-EXIT.
           EXIT.

       IMPRIME-PEDIDOS-LE.
           READ ARQPED NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PED-EOF
                   GO  TO  IMPRIME-PEDIDOS-LE-EXIT
           END-READ.
           IF  PED-CLI-COD NOT EQUAL WS-CLI-ATUAL
               MOVE "SIM" TO WS-PED-EOF
               GO  TO  IMPRIME-PEDIDOS-LE-EXIT.
           ADD 1 TO WS-QTD-SECAO.
           MOVE PED-PEDIDO   TO WS-NUM-ED.
           MOVE PED-VL-TOTAL TO WS-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "           " WS-NUM-ED " " PED-DATA "  "
                  PED-SITUACAO "  " WS-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-PEDIDOS-LE-EXIT.
           EXIT.

       IMPRIME-NOTAS.
           MOVE SPACES TO REL-LINHA.
           STRING "  NOTAS:         NOTA DATA         PEDIDO SIT. "
                  "VALOR DA NOTA"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE "NAO" TO WS-NOT-EOF.
           MOVE WS-CLI-ATUAL TO NOT-CLI-COD.
           START ARQNOT KEY IS EQUAL NOT-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-NOT-EOF.
           PERFORM IMPRIME-NOTAS-LE THRU IMPRIME-NOTAS-LE-EXIT
                   UNTIL WS-NOT-EOF EQUAL "SIM".
           IF  WS-QTD-SECAO EQUAL ZEROS
               MOVE "             NENHUMA" TO REL-LINHA
               WRITE REL-LINHA.
       IMPRIME-NOTAS-EXIT.
           EXIT.

       IMPRIME-NOTAS-LE.
           READ ARQNOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NOT-EOF
                   GO  TO  IMPRIME-NOTAS-LE-EXIT
           END-READ.
           IF  NOT-CLI-COD NOT EQUAL WS-CLI-ATUAL
               MOVE "SIM" TO WS-NOT-EOF
               GO  TO  IMPRIME-NOTAS-LE-EXIT.
           ADD 1 TO WS-QTD-SECAO.
           MOVE NOT-NUMERO  TO WS-NOT-ED.
           MOVE NOT-PEDIDO  TO WS-NUM-ED.
           MOVE NOT-VL-NOTA TO WS-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "           " WS-NOT-ED " " NOT-DATA " "
                  WS-NUM-ED "  " NOT-SITUACAO "  " WS-VALOR-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-NOTAS-LE-EXIT.
           EXIT.

       IMPRIME-PARCELAS.
           MOVE SPACES TO REL-LINHA.
           STRING "  PARCELAS:      NOTA/PC VENCTO.           VALOR "
                  "PAGAMENTO         PAGO SIT."
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE WS-CLI-ATUAL TO REC-CLI-COD.
           START ARQREC KEY IS EQUAL REC-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM IMPRIME-PARCELAS-LE THRU IMPRIME-PARCELAS-LE-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
           IF  WS-QTD-SECAO EQUAL ZEROS
               MOVE "             NENHUMA" TO REL-LINHA
               WRITE REL-LINHA.
       IMPRIME-PARCELAS-EXIT.
           EXIT.

       IMPRIME-PARCELAS-LE.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  IMPRIME-PARCELAS-LE-EXIT
           END-READ.
           IF  REC-CLI-COD NOT EQUAL WS-CLI-ATUAL
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  IMPRIME-PARCELAS-LE-EXIT.
           ADD 1 TO WS-QTD-SECAO.
           MOVE REC-NOTA       TO WS-NOT-ED.
           MOVE REC-VL-PARCELA TO WS-VALOR-ED.
           MOVE REC-VL-PAGO    TO WS-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "           " WS-NOT-ED "/" REC-PARCELA " "
                  REC-DT-VENCIMENTO " " WS-VALOR-ED " "
                  REC-DT-PAGAMENTO " " WS-VALOR2-ED "  "
                  REC-SITUACAO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-PARCELAS-LE-EXIT.
           EXIT.

       IMPRIME-CONTATOS.
           MOVE SPACES TO REL-LINHA.
           MOVE "  CONTATOS:   NUMERO DATA     T R OBSERVACAO"
                               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE "NAO" TO WS-CTT-EOF.
           MOVE WS-CLI-ATUAL TO CTT-CLI-COD.
           START ARQCTT KEY IS EQUAL CTT-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-CTT-EOF.
           PERFORM IMPRIME-CONTATOS-LE THRU IMPRIME-CONTATOS-LE-EXIT
                   UNTIL WS-CTT-EOF EQUAL "SIM".
           IF  WS-QTD-SECAO EQUAL ZEROS
               MOVE "             NENHUM" TO REL-LINHA
               WRITE REL-LINHA.
       IMPRIME-CONTATOS-EXIT.
           EXIT.

       IMPRIME-CONTATOS-LE.
           READ ARQCTT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CTT-EOF
                   GO  TO  IMPRIME-CONTATOS-LE-EXIT
           END-READ.
           IF  CTT-CLI-COD NOT EQUAL WS-CLI-ATUAL
               MOVE "SIM" TO WS-CTT-EOF
               GO  TO  IMPRIME-CONTATOS-LE-EXIT.
           ADD 1 TO WS-QTD-SECAO.
           MOVE CTT-NUMERO TO WS-NUM-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "           " WS-NUM-ED " " CTT-DATA " "
                  CTT-TIPO " " CTT-RESULTADO " " CTT-OBS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-CONTATOS-LE-EXIT.
           EXIT.

       IMPRIME-ENDERECOS.
           MOVE SPACES TO REL-LINHA.
           MOVE "  ENDERECOS DE ENTREGA:" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE "NAO" TO WS-ENT-EOF.
           MOVE WS-CLI-ATUAL TO ENT-CLI-COD.
           MOVE ZEROS        TO ENT-COD.
           START ARQENT KEY IS NOT LESS THAN ENT-CHAVE INVALID KEY
               MOVE "SIM" TO WS-ENT-EOF.
           PERFORM IMPRIME-ENDERECOS-LE THRU IMPRIME-ENDERECOS-LE-EXIT
                   UNTIL WS-ENT-EOF EQUAL "SIM".
           IF  WS-QTD-SECAO EQUAL ZEROS
               MOVE "             NENHUM" TO REL-LINHA
               WRITE REL-LINHA.
       IMPRIME-ENDERECOS-EXIT.
           EXIT.

       IMPRIME-ENDERECOS-LE.
           READ ARQENT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-ENT-EOF
                   GO  TO  IMPRIME-ENDERECOS-LE-EXIT
           END-READ.
           IF  ENT-CLI-COD NOT EQUAL WS-CLI-ATUAL
               MOVE "SIM" TO WS-ENT-EOF
               GO  TO  IMPRIME-ENDERECOS-LE-EXIT.
           ADD 1 TO WS-QTD-SECAO.
           MOVE SPACES TO REL-LINHA.
           STRING "           " ENT-COD " " ENT-DESCRICAO " "
                  ENT-ENDERECO " " ENT-CEP " " ENT-CIDADE " " ENT-UF
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "               CONTATO " ENT-CONTATO
                  " FONE " ENT-FONE
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-ENDERECOS-LE-EXIT.
           EXIT.

      *    IMAGENS DE CLIENTE NA AUDITORIA QUE PERTENCEM AO TITULAR
       IMPRIME-AUDITORIA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "IMAGENS NA AUDITORIA DE CADASTROS" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  DATA     HORA   USUARIO  OP.  IMAGEM  CODIGO "
                  "NOME                                     CPF/CNPJ"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IMAGENS.
           MOVE "NAO" TO WS-AUD-EOF.
           MOVE "C:\HBSIS\DB\ARQAUD.DAT" TO WS-CAMINHO-AUD
                                            AUD-ARQ-WK.
           OPEN INPUT ARQAUD.
           IF  WK01-RETCOD NOT EQUAL "00"
               GO  TO  IMPRIME-AUDITORIA-FIM.
           PERFORM IMPRIME-AUDITORIA-LE THRU IMPRIME-AUDITORIA-LE-EXIT
                   UNTIL WS-AUD-EOF EQUAL "SIM".
           CLOSE ARQAUD.
       IMPRIME-AUDITORIA-FIM.
           IF  WS-IMAGENS EQUAL ZEROS
               MOVE "  NENHUMA" TO REL-LINHA
               WRITE REL-LINHA.
       IMPRIME-AUDITORIA-EXIT.
           EXIT.

       IMPRIME-AUDITORIA-LE.
           READ ARQAUD
               AT END
                   MOVE "SIM" TO WS-AUD-EOF
                   GO  TO  IMPRIME-AUDITORIA-LE-EXIT
           END-READ.
           PERFORM CONFERE-IMAGEM THRU CONFERE-IMAGEM-EXIT.
           IF  WS-DO-TITULAR EQUAL "NAO"
               GO  TO  IMPRIME-AUDITORIA-LE-EXIT.
           ADD 1 TO WS-IMAGENS.
           MOVE AUD-ANT-COD TO WS-CLI-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  " AUD-DATA " " AUD-HORA " " AUD-USUARIO " "
                  AUD-OPERACAO "  ANTES   " WS-CLI-ED " "
                  AUD-ANT-NOME " " AUD-ANT-CNPJ
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE AUD-NOV-COD TO WS-CLI-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "                                    DEPOIS  "
                  WS-CLI-ED " " AUD-NOV-NOME " " AUD-NOV-CNPJ
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-AUDITORIA-LE-EXIT.
           EXIT.

      *    A IMAGEM E DO TITULAR QUANDO O CODIGO E DE UM DOS
      *    CLIENTES ENCONTRADOS, OU QUANDO TRAZ O CPF E O CLIENTE
      *    JA FOI EXCLUIDO (CLIENTE VIVO DE OUTRA EMPRESA FICA FORA)
       CONFERE-IMAGEM.
           MOVE "NAO" TO WS-DO-TITULAR.
           IF  AUD-ARQUIVO NOT EQUAL SPACES
               AND AUD-ARQUIVO NOT EQUAL "CLI"
               GO  TO  CONFERE-IMAGEM-EXIT.
           MOVE AUD-ANT-COD TO WS-COD-PROCURA.
           PERFORM PROCURA-CLIENTE THRU PROCURA-CLIENTE-EXIT.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE "SIM" TO WS-DO-TITULAR
               GO  TO  CONFERE-IMAGEM-EXIT.
           MOVE AUD-NOV-COD TO WS-COD-PROCURA.
           PERFORM PROCURA-CLIENTE THRU PROCURA-CLIENTE-EXIT.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE "SIM" TO WS-DO-TITULAR
               GO  TO  CONFERE-IMAGEM-EXIT.
           IF  AUD-ANT-CNPJ NOT EQUAL WS-CPF
               AND AUD-NOV-CNPJ NOT EQUAL WS-CPF
               GO  TO  CONFERE-IMAGEM-EXIT.
           MOVE AUD-ANT-COD TO CLI-COD.
           IF  AUD-ANT-COD EQUAL ZEROS
               MOVE AUD-NOV-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE "SIM" TO WS-DO-TITULAR
           END-READ.
       CONFERE-IMAGEM-EXIT.
           EXIT.

       PROCURA-CLIENTE.
           MOVE "NAO" TO WS-ACHOU.
           IF  WS-COD-PROCURA EQUAL ZEROS
               GO  TO  PROCURA-CLIENTE-EXIT.
           MOVE ZEROS TO WS-IND2.
       PROCURA-CLIENTE-LOOP.
           ADD 1 TO WS-IND2.
           IF  WS-IND2 GREATER THAN WS-QTD-CLI
               GO  TO  PROCURA-CLIENTE-EXIT.
           IF  WS-TC-COD(WS-IND2) EQUAL WS-COD-PROCURA
               MOVE "SIM" TO WS-ACHOU
               GO  TO  PROCURA-CLIENTE-EXIT.
           GO  TO  PROCURA-CLIENTE-LOOP.
       PROCURA-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ANONIMIZACAO DOS DADOS PESSOAIS DO TITULAR             *
      *----------------------------------------------------------*
       ROT-ANONIMIZAR.
           IF  LK-LIBERACAO NOT EQUAL "99"
               MOVE "Acesso restrito ao administrador...    "
                                   TO WK-MSG-ADV1
               MOVE "Fale com o administrador do sistema... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-ANONIMIZAR-EXIT.
           PERFORM ENTRAR-SOLICITACAO THRU ENTRAR-SOLICITACAO-EXIT.
           IF  WS-CPF EQUAL ZEROS
               GO  TO  ROT-ANONIMIZAR-EXIT.
           MOVE "A"    TO WS-SOL-TIPO.
           MOVE "N"    TO WS-SOL-RESULTADO.
           MOVE SPACES TO WS-SOL-MOTIVO.
           IF  WS-QTD-CLI EQUAL ZEROS
               MOVE "CPF NAO ENCONTRADO NO CADASTRO" TO WS-SOL-MOTIVO.
           IF  WS-TAB-ESTOUROU EQUAL "SIM"
               MOVE "MAIS DE 50 CLIENTES COM O CPF" TO WS-SOL-MOTIVO.
           MOVE ZEROS TO WS-IND.
           IF  WS-SOL-MOTIVO EQUAL SPACES
               PERFORM VERIFICA-IMPEDIMENTO THRU
                       VERIFICA-IMPEDIMENTO-EXIT
                       UNTIL WS-IND NOT LESS THAN WS-QTD-CLI
                          OR WS-SOL-MOTIVO NOT EQUAL SPACES.
           IF  WS-SOL-MOTIVO NOT EQUAL SPACES
               DISPLAY "NEGADA  " AT 1225 WITH REVERSE-VIDEO
               PERFORM GRAVA-SOLICITACAO THRU GRAVA-SOLICITACAO-EXIT
               MOVE "Anonimizacao negada:                   "
                                   TO WK-MSG-ADV1
               MOVE WS-SOL-MOTIVO  TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-ANONIMIZAR-EXIT.
           DISPLAY "APTA    " AT 1225 WITH REVERSE-VIDEO.
           MOVE "Confirma a anonimizacao irreversivel ..."
                               TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
               MOVE "NAO CONFIRMADA PELO OPERADOR" TO WS-SOL-MOTIVO
               PERFORM GRAVA-SOLICITACAO THRU GRAVA-SOLICITACAO-EXIT
               GO  TO  ROT-ANONIMIZAR-EXIT.
           PERFORM OBTEM-NUMERO THRU OBTEM-NUMERO-EXIT.
           IF  WS-NUM-SOLIC EQUAL ZEROS
               GO  TO  ROT-ANONIMIZAR-EXIT.
           MOVE SPACES TO WS-NOME-ANONIMO.
           STRING "ANONIMIZADO LGPD " WS-NUM-SOLIC
                  DELIMITED BY SIZE INTO WS-NOME-ANONIMO.
           MOVE ZEROS TO WS-IND.
           PERFORM ANONIMIZA-CLIENTE THRU ANONIMIZA-CLIENTE-EXIT
                   UNTIL WS-IND NOT LESS THAN WS-QTD-CLI.
           PERFORM MASCARA-AUDITORIA THRU MASCARA-AUDITORIA-EXIT.
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-EXIT.
           MOVE WS-QTD-CLI TO WS-QTD-ED.
           MOVE WS-IMAGENS TO WS-CONT-ED.
           MOVE "A"        TO WS-SOL-RESULTADO.
           MOVE SPACES     TO WS-SOL-MOTIVO.
           STRING WS-QTD-ED " CLIENTE(S) E " WS-CONT-ED
                  " IMAGENS DE AUDIT."
                  DELIMITED BY SIZE INTO WS-SOL-MOTIVO.
           PERFORM GRAVA-SOLICITACAO THRU GRAVA-SOLICITACAO-EXIT.
           MOVE "HBLGP001"              TO WS-LOG-PROGRAMA.
           MOVE "ANONIMIZOU CPF"        TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           DISPLAY "ATENDIDA" AT 1225 WITH REVERSE-VIDEO.
           MOVE WS-NUM-SOLIC TO WS-NUM-ED.
           MOVE SPACES TO MSG.
           STRING "Solicitacao " WS-NUM-ED " atendida..."
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       ROT-ANONIMIZAR-EXIT.
           EXIT.

      *    SO ANONIMIZA CLIENTE INATIVO, SEM PEDIDO FORA DE SITUACAO
      *    FINAL (E/C/F) E SEM PARCELA EM ABERTO
       VERIFICA-IMPEDIMENTO.
           ADD 1 TO WS-IND.
           MOVE WS-TC-COD(WS-IND) TO CLI-COD WS-CLI-ATUAL WS-CLI-ED.
           READ ARQCLI INVALID KEY
               GO  TO  VERIFICA-IMPEDIMENTO-EXIT
           END-READ.
           IF  NOT CLI-INATIVO
               STRING "CLIENTE " WS-CLI-ED " ATIVO"
                      DELIMITED BY SIZE INTO WS-SOL-MOTIVO
               GO  TO  VERIFICA-IMPEDIMENTO-EXIT.
           MOVE "NAO" TO WS-PED-EOF.
           MOVE WS-CLI-ATUAL TO PED-CLI-COD.
           START ARQPED KEY IS EQUAL PED-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-PED-EOF.
           PERFORM PROCURA-PEDIDO-ABERTO THRU
                   PROCURA-PEDIDO-ABERTO-EXIT
                   UNTIL WS-PED-EOF EQUAL "SIM".
           IF  WS-SOL-MOTIVO NOT EQUAL SPACES
               GO  TO  VERIFICA-IMPEDIMENTO-EXIT.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE WS-CLI-ATUAL TO REC-CLI-COD.
           START ARQREC KEY IS EQUAL REC-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM PROCURA-PARCELA-ABERTA THRU
                   PROCURA-PARCELA-ABERTA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
       VERIFICA-IMPEDIMENTO-EXIT.
           EXIT.

       PROCURA-PEDIDO-ABERTO.
           READ ARQPED NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PED-EOF
                   GO  TO  PROCURA-PEDIDO-ABERTO-EXIT
           END-READ.
           IF  PED-CLI-COD NOT EQUAL WS-CLI-ATUAL
               MOVE "SIM" TO WS-PED-EOF
               GO  TO  PROCURA-PEDIDO-ABERTO-EXIT.
           IF  NOT PED-SIT-FINAL
               STRING "CLIENTE " WS-CLI-ED " COM PEDIDO EM ABERTO"
                      DELIMITED BY SIZE INTO WS-SOL-MOTIVO
               MOVE "SIM" TO WS-PED-EOF.
       PROCURA-PEDIDO-ABERTO-EXIT.
           EXIT.

       PROCURA-PARCELA-ABERTA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  PROCURA-PARCELA-ABERTA-EXIT
           END-READ.
           IF  REC-CLI-COD NOT EQUAL WS-CLI-ATUAL
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  PROCURA-PARCELA-ABERTA-EXIT.
           IF  REC-ABERTA
               STRING "CLIENTE " WS-CLI-ED " COM PARCELA EM ABERTO"
                      DELIMITED BY SIZE INTO WS-SOL-MOTIVO
               MOVE "SIM" TO WS-REC-EOF.
       PROCURA-PARCELA-ABERTA-EXIT.
           EXIT.

      *    CIDADE, UF E CODIGO FICAM: SAO O QUE LIGA O CLIENTE AS
      *    NOTAS E PARCELAS, QUE NAO SAO ALTERADAS
       ANONIMIZA-CLIENTE.
           ADD 1 TO WS-IND.
           MOVE WS-TC-COD(WS-IND) TO CLI-COD WS-CLI-ATUAL.
           READ ARQCLI INVALID KEY
               GO  TO  ANONIMIZA-CLIENTE-EXIT
           END-READ.
           MOVE WS-NOME-ANONIMO TO CLI-NOME.
           MOVE ZEROS           TO CLI-CNPJ CLI-CEP
                                   CLI-LATITUDE CLI-LONGITUDE.
           MOVE SPACES          TO CLI-ENDERECO CLI-FONE CLI-EMAIL.
           MOVE WK-DATA-SYS     TO CLI-DT-ALTERACAO.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-HORA(1:6)    TO CLI-HR-ALTERACAO.
           REWRITE CLI-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  ANONIMIZA-CLIENTE-EXIT
           END-REWRITE.
           MOVE "NAO" TO WS-CTT-EOF.
           MOVE WS-CLI-ATUAL TO CTT-CLI-COD.
           START ARQCTT KEY IS EQUAL CTT-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-CTT-EOF.
           PERFORM LIMPA-CONTATO THRU LIMPA-CONTATO-EXIT
                   UNTIL WS-CTT-EOF EQUAL "SIM".
           MOVE "NAO" TO WS-ENT-EOF.
           MOVE WS-CLI-ATUAL TO ENT-CLI-COD.
           MOVE ZEROS        TO ENT-COD.
           START ARQENT KEY IS NOT LESS THAN ENT-CHAVE INVALID KEY
               MOVE "SIM" TO WS-ENT-EOF.
           PERFORM LIMPA-ENDERECO THRU LIMPA-ENDERECO-EXIT
                   UNTIL WS-ENT-EOF EQUAL "SIM".
       ANONIMIZA-CLIENTE-EXIT.
           EXIT.

       LIMPA-CONTATO.
           READ ARQCTT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CTT-EOF
                   GO  TO  LIMPA-CONTATO-EXIT
           END-READ.
           IF  CTT-CLI-COD NOT EQUAL WS-CLI-ATUAL
               MOVE "SIM" TO WS-CTT-EOF
               GO  TO  LIMPA-CONTATO-EXIT.
           IF  CTT-OBS EQUAL SPACES
               GO  TO  LIMPA-CONTATO-EXIT.
           MOVE SPACES TO CTT-OBS.
           REWRITE CTT-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
       LIMPA-CONTATO-EXIT.
           EXIT.

       LIMPA-ENDERECO.
           READ ARQENT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-ENT-EOF
                   GO  TO  LIMPA-ENDERECO-EXIT
           END-READ.
           IF  ENT-CLI-COD NOT EQUAL WS-CLI-ATUAL
               MOVE "SIM" TO WS-ENT-EOF
               GO  TO  LIMPA-ENDERECO-EXIT.
           MOVE ZEROS       TO ENT-CEP ENT-LATITUDE ENT-LONGITUDE.
           MOVE SPACES      TO ENT-ENDERECO ENT-CONTATO ENT-FONE.
           MOVE WK-DATA-SYS TO ENT-DT-ALTERACAO.
           MOVE LK-USUARIO  TO ENT-USUARIO-ALT.
           REWRITE ENT-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
       LIMPA-ENDERECO-EXIT.
           EXIT.

      *    O ARQAUD E SEQUENCIAL: COPIA PARA O ARQAUDT MASCARANDO AS
      *    IMAGENS DO TITULAR E DEPOIS REGRAVA O ARQAUD (HBLOG002)
       MASCARA-AUDITORIA.
           MOVE ZEROS TO WS-IMAGENS.
           MOVE "NAO" TO WS-AUD-EOF.
           MOVE "C:\HBSIS\DB\ARQAUD.DAT" TO WS-CAMINHO-AUD
                                            AUD-ARQ-WK.
           OPEN INPUT ARQAUD.
           IF  WK01-RETCOD NOT EQUAL "00"
               GO  TO  MASCARA-AUDITORIA-EXIT.
           MOVE "C:\HBSIS\DB\ARQAUDT.DAT" TO WS-CAMINHO-AUT.
           OPEN OUTPUT ARQAUDT.
           PERFORM MASCARA-AUDITORIA-LE THRU MASCARA-AUDITORIA-LE-EXIT
                   UNTIL WS-AUD-EOF EQUAL "SIM".
           CLOSE ARQAUD.
           CLOSE ARQAUDT.
           MOVE "NAO" TO WS-AUD-EOF.
           OPEN INPUT ARQAUDT.
           OPEN OUTPUT ARQAUD.
           PERFORM REGRAVA-AUDITORIA-LE THRU REGRAVA-AUDITORIA-LE-EXIT
                   UNTIL WS-AUD-EOF EQUAL "SIM".
           CLOSE ARQAUD.
           CLOSE ARQAUDT.
       MASCARA-AUDITORIA-EXIT.
           EXIT.

       MASCARA-AUDITORIA-LE.
           READ ARQAUD
               AT END
                   MOVE "SIM" TO WS-AUD-EOF
                   GO  TO  MASCARA-AUDITORIA-LE-EXIT
           END-READ.
           PERFORM CONFERE-IMAGEM THRU CONFERE-IMAGEM-EXIT.
           IF  WS-DO-TITULAR EQUAL "SIM"
               ADD 1 TO WS-IMAGENS
               IF  AUD-ANT-COD NOT EQUAL ZEROS
                   MOVE WS-NOME-ANONIMO TO AUD-ANT-NOME
                   MOVE ZEROS TO AUD-ANT-CNPJ AUD-ANT-LATITUDE
                                 AUD-ANT-LONGITUDE
               END-IF
               IF  AUD-NOV-COD NOT EQUAL ZEROS
                   MOVE WS-NOME-ANONIMO TO AUD-NOV-NOME
                   MOVE ZEROS TO AUD-NOV-CNPJ AUD-NOV-LATITUDE
                                 AUD-NOV-LONGITUDE
               END-IF
           END-IF.
           MOVE AUD-REG TO AUT-REG.
           WRITE AUT-REG.
       MASCARA-AUDITORIA-LE-EXIT.
           EXIT.

       REGRAVA-AUDITORIA-LE.
           READ ARQAUDT
               AT END
                   MOVE "SIM" TO WS-AUD-EOF
                   GO  TO  REGRAVA-AUDITORIA-LE-EXIT
           END-READ.
           MOVE AUT-REG TO AUD-REG.
           WRITE AUD-REG.
       REGRAVA-AUDITORIA-LE-EXIT.
           EXIT.

      *    UMA LINHA "ANO" POR CLIENTE, JA SEM OS DADOS PESSOAIS
       GRAVA-AUDITORIA.
           MOVE "C:\HBSIS\DB\ARQAUD.DAT" TO WS-CAMINHO-AUD
                                            AUD-ARQ-WK.
           OPEN EXTEND ARQAUD.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQAUD
               CLOSE ARQAUD
               OPEN EXTEND ARQAUD
           END-IF.
           ACCEPT WK-HORA FROM TIME.
           MOVE ZEROS TO WS-IND.
           PERFORM GRAVA-AUDITORIA-CLI THRU GRAVA-AUDITORIA-CLI-EXIT
                   UNTIL WS-IND NOT LESS THAN WS-QTD-CLI.
           CLOSE ARQAUD.
       GRAVA-AUDITORIA-EXIT.
           EXIT.

       GRAVA-AUDITORIA-CLI.
           ADD 1 TO WS-IND.
           MOVE SPACES                   TO AUD-REG.
           MOVE WK-DATA-SYS              TO AUD-DATA.
           MOVE WK-HORA(1:6)             TO AUD-HORA.
           MOVE LK-USUARIO               TO AUD-USUARIO.
           MOVE "ANO"                    TO AUD-OPERACAO.
           MOVE "CLI"                    TO AUD-ARQUIVO.
           MOVE WS-TC-COD(WS-IND)        TO AUD-ANT-COD AUD-NOV-COD.
           MOVE WS-NOME-ANONIMO          TO AUD-ANT-NOME AUD-NOV-NOME.
           MOVE ZEROS                    TO AUD-ANT-CNPJ AUD-NOV-CNPJ
                                            AUD-ANT-LATITUDE
                                            AUD-ANT-LONGITUDE
                                            AUD-NOV-LATITUDE
                                            AUD-NOV-LONGITUDE.
           WRITE AUD-REG.
       GRAVA-AUDITORIA-CLI-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REGISTRO DAS SOLICITACOES (ARQLGP)                     *
      *----------------------------------------------------------*
       OBTEM-NUMERO.
           MOVE ZEROS  TO WS-NUM-SOLIC.
           MOVE "OBT"  TO SR-SEQ-FUNCAO.
           MOVE "LGPD" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "A solicitacao nao foi registrada...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  OBTEM-NUMERO-EXIT.
           MOVE SR-SEQ-NUMERO TO WS-NUM-SOLIC.
       OBTEM-NUMERO-EXIT.
           EXIT.

       GRAVA-SOLICITACAO.
           IF  WS-NUM-SOLIC EQUAL ZEROS
               PERFORM OBTEM-NUMERO THRU OBTEM-NUMERO-EXIT.
           IF  WS-NUM-SOLIC EQUAL ZEROS
               GO  TO  GRAVA-SOLICITACAO-EXIT.
           MOVE SPACES           TO LGP-REG.
           MOVE WS-NUM-SOLIC     TO LGP-NUMERO.
           MOVE WK-DATA-SYS      TO LGP-DATA.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-HORA(1:6)     TO LGP-HORA.
           MOVE LK-USUARIO       TO LGP-USUARIO.
           MOVE LK-EMP-COD       TO LGP-EMP-COD.
           MOVE WS-CPF           TO LGP-CPF.
           MOVE WS-SOL-TIPO      TO LGP-TIPO.
           MOVE WS-PROTOCOLO     TO LGP-PROTOCOLO.
           MOVE WS-SOL-RESULTADO TO LGP-RESULTADO.
           MOVE WS-SOL-MOTIVO    TO LGP-MOTIVO.
           MOVE WS-QTD-CLI       TO LGP-QTD-CLIENTES.
           MOVE WS-SOL-ARQ-REL   TO LGP-ARQ-REL.
           WRITE LGP-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-WRITE.
       GRAVA-SOLICITACAO-EXIT.
           EXIT.

       ROT-REGISTRO.
           MOVE WK-DATA-SYS TO WS-DT-FIM WS-DT-INI.
           MOVE "01"        TO WS-DT-INI(7:2).
           DISPLAY "Solicitacoes de (AAAAMMDD):" AT 2003.
           ACCEPT WS-DT-INI AT 2031 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-REGISTRO-LIMPA.
           DISPLAY "ate (AAAAMMDD).............:" AT 2103.
           ACCEPT WS-DT-FIM AT 2131 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-REGISTRO-LIMPA.
           MOVE ZEROS TO WS-REL-ATEND WS-REL-NEGAD
                         WS-ANO-ATEND WS-ANO-NEGAD.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELSLG"   TO SR-REL-BASE.
           MOVE "HBLGP001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "REGISTRO DE SOLICITACOES LGPD DE " WS-DT-INI
                  " A " WS-DT-FIM " - " LK-EMP-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "    NUMERO DATA     HORA   USUARIO  CPF          "
                  "     TIPO         RESULT.  CLI PROTOCOLO         "
                  "             MOTIVO / RESUMO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-LGP-EOF.
           MOVE ZEROS TO LGP-NUMERO.
           START ARQLGP KEY IS NOT LESS THAN LGP-NUMERO INVALID KEY
               MOVE "SIM" TO WS-LGP-EOF.
           PERFORM LISTA-SOLICITACAO THRU LISTA-SOLICITACAO-EXIT
                   UNTIL WS-LGP-EOF EQUAL "SIM".
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-REL-ATEND TO WS-CONT-ED.
           MOVE WS-REL-NEGAD TO WS-CONT2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "RELATORIOS    - ATENDIDAS: " WS-CONT-ED
                  "   NEGADAS: " WS-CONT2-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-ANO-ATEND TO WS-CONT-ED.
           MOVE WS-ANO-NEGAD TO WS-CONT2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ANONIMIZACOES - ATENDIDAS: " WS-CONT-ED
                  "   NEGADAS: " WS-CONT2-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBLGP001"              TO WS-LOG-PROGRAMA.
           MOVE "REGISTRO LGPD"         TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-REGISTRO-LIMPA.
           DISPLAY "                                          "
                   AT 2003.
           DISPLAY "                                          "
                   AT 2103.
       ROT-REGISTRO-EXIT.
           EXIT.

       LISTA-SOLICITACAO.
           READ ARQLGP NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-LGP-EOF
                   GO  TO  LISTA-SOLICITACAO-EXIT
           END-READ.
           IF  LGP-EMP-COD NOT EQUAL LK-EMP-COD
               OR LGP-DATA LESS THAN WS-DT-INI
               OR LGP-DATA GREATER THAN WS-DT-FIM
               GO  TO  LISTA-SOLICITACAO-EXIT.
           MOVE "RELATORIO   " TO WS-TIPO-DESC.
           IF  LGP-ANONIMIZACAO
               MOVE "ANONIMIZACAO" TO WS-TIPO-DESC.
           MOVE "ATENDIDA" TO WS-RES-DESC.
           IF  LGP-NEGADA
               MOVE "NEGADA  " TO WS-RES-DESC.
           EVALUATE TRUE
           WHEN LGP-ACESSO AND LGP-ATENDIDA
                ADD 1 TO WS-REL-ATEND
           WHEN LGP-ACESSO
                ADD 1 TO WS-REL-NEGAD
           WHEN LGP-ATENDIDA
                ADD 1 TO WS-ANO-ATEND
           WHEN OTHER
                ADD 1 TO WS-ANO-NEGAD
           END-EVALUATE.
           MOVE LGP-CPF TO SR-NUM-CPF.
           MOVE "CPF"   TO SR-DES-FUNCAO.
           CALL "VLCGCCPF" USING SR-PARAM-VLCGCCPF.
           MOVE LGP-NUMERO       TO WS-NUM-ED.
           MOVE LGP-QTD-CLIENTES TO WS-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-NUM-ED " " LGP-DATA " " LGP-HORA " "
                  LGP-USUARIO " " SR-DADO-FORMATADO(1:17) " "
                  WS-TIPO-DESC " " WS-RES-DESC " " WS-QTD-ED " "
                  LGP-PROTOCOLO " " LGP-MOTIVO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-SOLICITACAO-EXIT.
           EXIT.

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
       CONFIRMA-EXIT.
           EXIT.

       OFERECE-VISUALIZAR.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Visualizar o relatorio agora ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA EQUAL "S" OR "s"
               MOVE WS-CAMINHO-REL TO LK-ARQ-REL
               CALL "HBVIS001" USING LK-TRANSFERENCIA
               END-CALL
               CANCEL "HBVIS001"
               MOVE SPACES TO LK-ARQ-REL.
       OFERECE-VISUALIZAR-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           MOVE "HBLGP001 " TO LK-PGM(2).
           MOVE "HBLGP001 " TO WK-COD-PGM.
           MOVE " DADOS PESSOAIS (LGPD)" TO WK-DESC-PGM.
           ACCEPT WK-DATA  FROM DATE.
           ACCEPT WK-HORA  FROM TIME.
           MOVE WK-DIA            TO WK-DIA-SALVO.
           MOVE WK-ANO            TO WK-DIA.
           MOVE WK-DIA-SALVO      TO WK-ANO.
           PERFORM 9000-ANO2000.
           MOVE WK-DATA-MIL       TO WK-DATA-SYS.
           MOVE WK-DIA-INV        TO WK-DIA-EXT.
           MOVE WK-ANO-INV        TO WK-ANO-EXT.
           MOVE WK-MES-R (WK-MES-INV) TO WK-MES-EXT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "C:\HBSIS\DB\ARQLGP.DAT" TO WS-CAMINHO-LGP LGP-ARQ-WK.
           OPEN I-O ARQLGP.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQLGP
              CLOSE ARQLGP
              OPEN I-O ARQLGP
           END-IF
           MOVE " SOLIC.LGPD"          TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO CLI-ARQ-WK.
           OPEN I-O ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQCLI
              CLOSE ARQCLI
              OPEN I-O ARQCLI
           END-IF
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPED
              CLOSE ARQPED
              OPEN INPUT ARQPED
           END-IF
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NOT NOT-ARQ-WK.
           OPEN INPUT ARQNOT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNOT
              CLOSE ARQNOT
              OPEN INPUT ARQNOT
           END-IF
           MOVE " NOTAS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQREC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-REC REC-ARQ-WK.
           OPEN INPUT ARQREC.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQREC
              CLOSE ARQREC
              OPEN INPUT ARQREC
           END-IF
           MOVE " RECEBER  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCTT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-CTT CTT-ARQ-WK.
           OPEN I-O ARQCTT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQCTT
              CLOSE ARQCTT
              OPEN I-O ARQCTT
           END-IF
           MOVE " CONTATOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQENT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ENT ENT-ARQ-WK.
           OPEN I-O ARQENT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQENT
              CLOSE ARQENT
              OPEN I-O ARQENT
           END-IF
           MOVE " ENTREGA "            TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBLGP001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBLGP001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQLGP.
           CLOSE ARQCLI.
           CLOSE ARQPED.
           CLOSE ARQNOT.
           CLOSE ARQREC.
           CLOSE ARQCTT.
           CLOSE ARQENT.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       MENSAGEM.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           PERFORM TEST AFTER UNTIL TECLA = "01"
                   MOVE SPACES TO AUXILIAR
                   DISPLAY G-TMSG DISPLAY MSG AT 2332
                   ACCEPT AUXILIAR AT 2580 WITH AUTO-SKIP
                   ACCEPT TECLA FROM ESCAPE KEY
           END-PERFORM
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA.
       MENSAGEM-EXIT.
           EXIT.

       SALVA-TELA.
           call "CBL_READ_SCR_CHATTRS" using screen-origin(1)
                          screen-buffer(1)
                          screen-attrs(1)
                          screen-string-length(1).
       SALVA-TELA-EXIT.
           EXIT.

       RESTAURA-TELA.
           call "CBL_WRITE_SCR_CHATTRS" using screen-origin(1)
                      screen-buffer(1)
                      screen-attrs(1)
                      screen-string-length(1).
       RESTAURA-TELA-EXIT.
           EXIT.

       9700-GRAVA-LOG SECTION.
       9700-000.
           MOVE WS-CAMINHO               TO WS-CAMINHO-SALVO.
           MOVE "C:\HBSIS\DB\ARQLOG.DAT" TO WS-CAMINHO.
           OPEN EXTEND ARQLOG.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
           END-IF.
           ACCEPT WK-DATA FROM DATE.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-DIA                   TO WK-DIA-SALVO.
           MOVE WK-ANO                   TO WK-DIA.
           MOVE WK-DIA-SALVO             TO WK-ANO.
           MOVE WK-DIA                   TO LOG-DIA.
           MOVE WK-MES                   TO LOG-MES.
           MOVE WK-ANO                   TO LOG-ANO.
           MOVE WK-HORA                  TO LOG-HORA.
           MOVE LK-USUARIO               TO LOG-USUARIO.
           MOVE WS-LOG-PROGRAMA          TO LOG-PROGRAMA.
           MOVE WS-LOG-ACAO              TO LOG-ACAO.
           WRITE LOG-REG.
           CLOSE ARQLOG.
           MOVE WS-CAMINHO-SALVO         TO WS-CAMINHO.
       9700-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".
