      *   ESSA TRAVA (A RESTAURACAO NAO E ALCANCAVEL EM BATCH)
      *   E ERROS DE COPIA VOLTAM EM RETURN-CODE 8 PARA O JOB
      *   SER REGISTRADO COMO FALHA
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS COPIADOS DE/PARA O
      *   DIRETORIO DA EMPRESA (ARQPAR, HBPAR001); OS DA
      *   INSTALACAO (WS-ARQ-LOCAL "I") FICAM EM C:\HBSIS\DB.
      *   EMPRESA COM DIRETORIO PROPRIO USA A PASTA
      *   C:\HBSIS\BKP\AAAAMMDD-Enn; A RESTAURACAO DESSA PASTA
      *   NAO SOBREPOE OS ARQUIVOS DA INSTALACAO NEM OS
      *   LOGAAAAMM.DAT, COMUNS A TODAS AS EMPRESAS, QUE SO SAO
      *   RESTAURADOS DA PASTA C:\HBSIS\BKP\AAAAMMDD
      * - 15/10/2026 - BACKUP E RESTAURACAO GRAVAM MARCAS (BKP E
      *   RST) COM A PASTA NO JOURNAL DO MOVIMENTO (ARQJRN, FORA
      *   DO BACKUP); O MOVIMENTO ENTRE AS DUAS MARCAS E
      *   REAPLICADO PELO HBJRN001
      * - 15/10/2026 - BACKUP E RESTAURACAO DE TODOS OS ARQUIVOS
      *   DE DADOS (CADASTROS, MOVIMENTO, PARAMETROS, PERMISSOES,
      *   FECHAMENTOS) E DOS ARQUIVOS MORTOS ANUAIS (MORTOAAAA);
      *   A TELA DA RESTAURACAO MOSTRA 10 ARQUIVOS POR VEZ
      * - 15/10/2026 - RESTAURACAO DA PASTA DE UMA EMPRESA COM
      *   DIRETORIO PROPRIO MANTEM OS ARQUIVOS DA INSTALACAO E OS
      *   LOGAAAAMM.DAT ATUAIS
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "C:\HBSIS\FTT\FSEQ0001.SEL".
           COPY "C:\HBSIS\FTT\FCKP0001.SEL".
           COPY "C:\HBSIS\FTT\FLOGARQ.SEL".
           COPY "C:\Hbsis\ftt\FFOR0001.SEL".
           COPY "C:\Hbsis\ftt\FPCO0001.SEL".
           COPY "C:\Hbsis\ftt\FPCI0001.SEL".
           COPY "C:\Hbsis\ftt\FCPG0001.SEL".
           COPY "C:\Hbsis\ftt\FKIT0001.SEL".
           COPY "C:\Hbsis\ftt\FENT0001.SEL".
           COPY "C:\Hbsis\ftt\FLPR0001.SEL".
           COPY "C:\Hbsis\ftt\FDSC0001.SEL".
           COPY "C:\Hbsis\ftt\FTRB0001.SEL".
           COPY "C:\Hbsis\ftt\FCUS0001.SEL".
           COPY "C:\Hbsis\ftt\FPAR0001.SEL".
           COPY "C:\Hbsis\ftt\FPAH0001.SEL".
           COPY "C:\Hbsis\ftt\FPER0001.SEL".
           COPY "C:\Hbsis\ftt\FNCR0001.SEL".
           COPY "C:\Hbsis\ftt\FRMB0001.SEL".
           COPY "C:\Hbsis\ftt\FKDX0001.SEL".
           COPY "C:\Hbsis\ftt\FIKT0001.SEL".
           COPY "C:\Hbsis\ftt\FINV0001.SEL".
           COPY "C:\Hbsis\ftt\FINI0001.SEL".
           COPY "C:\Hbsis\ftt\FFEC0001.SEL".
           COPY "C:\Hbsis\ftt\FCTT0001.SEL".
           COPY "C:\Hbsis\ftt\FLGP0001.SEL".
           COPY "C:\Hbsis\ftt\FMAN0001.SEL".
           COPY "C:\Hbsis\ftt\FMAI0001.SEL".
           COPY "C:\Hbsis\ftt\FBKO0001.SEL".
           COPY "C:\Hbsis\ftt\FHCO0001.SEL".
           COPY "C:\Hbsis\ftt\FCRT0001.SEL".
           COPY "C:\Hbsis\ftt\FRCB0001.SEL".
           COPY "C:\Hbsis\ftt\FARC0001.SEL".
           COPY "C:\Hbsis\ftt\FCKA0001.SEL".
           COPY "C:\Hbsis\ftt\FRETREJ.SEL".
           COPY "C:\Hbsis\ftt\FMRT0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
           COPY "C:\HBSIS\FTT\FSEQ0001.FD".
           COPY "C:\HBSIS\FTT\FCKP0001.FD".
           COPY "C:\HBSIS\FTT\FLOGARQ.FD".
           COPY "C:\Hbsis\ftt\FFOR0001.FD".
           COPY "C:\Hbsis\ftt\FPCO0001.FD".
           COPY "C:\Hbsis\ftt\FPCI0001.FD".
           COPY "C:\Hbsis\ftt\FCPG0001.FD".
           COPY "C:\Hbsis\ftt\FKIT0001.FD".
           COPY "C:\Hbsis\ftt\FENT0001.FD".
           COPY "C:\Hbsis\ftt\FLPR0001.FD".
           COPY "C:\Hbsis\ftt\FDSC0001.FD".
           COPY "C:\Hbsis\ftt\FTRB0001.FD".
           COPY "C:\Hbsis\ftt\FCUS0001.FD".
           COPY "C:\Hbsis\ftt\FPAR0001.FD".
           COPY "C:\Hbsis\ftt\FPAH0001.FD".
           COPY "C:\Hbsis\ftt\FPER0001.FD".
           COPY "C:\Hbsis\ftt\FNCR0001.FD".
           COPY "C:\Hbsis\ftt\FRMB0001.FD".
           COPY "C:\Hbsis\ftt\FKDX0001.FD".
           COPY "C:\Hbsis\ftt\FIKT0001.FD".
           COPY "C:\Hbsis\ftt\FINV0001.FD".
           COPY "C:\Hbsis\ftt\FINI0001.FD".
           COPY "C:\Hbsis\ftt\FFEC0001.FD".
           COPY "C:\Hbsis\ftt\FCTT0001.FD".
           COPY "C:\Hbsis\ftt\FLGP0001.FD".
           COPY "C:\Hbsis\ftt\FMAN0001.FD".
           COPY "C:\Hbsis\ftt\FMAI0001.FD".
           COPY "C:\Hbsis\ftt\FBKO0001.FD".
           COPY "C:\Hbsis\ftt\FHCO0001.FD".
           COPY "C:\Hbsis\ftt\FCRT0001.FD".
           COPY "C:\Hbsis\ftt\FRCB0001.FD".
           COPY "C:\Hbsis\ftt\FARC0001.FD".
           COPY "C:\Hbsis\ftt\FCKA0001.FD".
           COPY "C:\Hbsis\ftt\FRETREJ.FD".
           COPY "C:\Hbsis\ftt\FMRT0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       77  WS-CAMINHO-CAT             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-MUN             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-LGA             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-FOR            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-PCO            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-PCI            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-CPG            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-KIT            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-ENT            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-LPR            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-DSC            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-TRB            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-CUS            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-PAR            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-PAH            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-PER            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-NCR            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-RMB            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-KDX            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-IKT            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-INV            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-INI            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-FEC            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-CTT            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-LGP            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-MAN            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-MAI            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-BKO            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-HCO            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-CRT            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-RCB            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-ARC            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-CKA            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-RRJ            PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-MRT             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(050)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(050)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-SAIDA                   PIC XXX     VALUE "NAO".
       77  WS-MODO-BATCH              PIC XXX     VALUE "NAO".
       77  WS-MODO                    PIC X(003)  VALUE SPACES.
       77  WS-PASTA-RAIZ              PIC X(012)  VALUE "C:\HBSIS\BKP".
       77  WS-PASTA                   PIC X(025)  VALUE SPACES.
       77  WS-ARQ-DB                  PIC X(050)  VALUE SPACES.
       77  WS-DATA-BCK                PIC 9(008)  VALUE ZEROS.
       77  WS-ALVO                    PIC X(050)  VALUE SPACES.
       77  WS-ORIGEM                  PIC X(050)  VALUE SPACES.
       77  WS-DESTINO                 PIC X(050)  VALUE SPACES.
       77  WS-ARQ-IND                 PIC 9(002)  VALUE ZEROS.
       77  WS-QTD-ARQ                 PIC 9(002)  VALUE 57.
       77  WS-PAG-LIN                 PIC 9(002)  VALUE ZEROS.
       77  WS-PASTA-EMPRESA           PIC XXX     VALUE "NAO".
       77  WS-CONTA                   PIC 9(007)  VALUE ZEROS.
       77  WS-ARQ-OK                  PIC XXX     VALUE "NAO".
       77  WS-EOF                     PIC XXX     VALUE "NAO".
       77  WS-ARC-ANO                 PIC 9(004)  VALUE ZEROS.
       77  WS-ARC-MES                 PIC 9(002)  VALUE ZEROS.
       77  WS-ARC-NOME                PIC X(013)  VALUE SPACES.
       77  WS-CT-MRT1                 PIC 9(007)  VALUE ZEROS.
       77  WS-CT-LGA1                 PIC 9(007)  VALUE ZEROS.
       01  WS-DETALHES-ARQ            PIC X(016)  VALUE SPACES.
      *    ARQUIVOS COPIADOS PELO BACKUP, ALEM DOS LOGAAAAMM.DAT E
      *    DOS MORTOAAAA.DAT (COPIA-MENSAIS E COPIA-MORTOS). FICAM
      *    DE FORA DE PROPOSITO:
      *    - ARQJRN E ARQJRC: O JOURNAL E SUA NUMERACAO TEM DE
      *      SOBREVIVER A RESTAURACAO, POIS E DELES QUE O HBJRN001
      *      REAPLICA O MOVIMENTO POSTERIOR AO BACKUP
      *    - ARQHIST, ARQLOGT E ARQAUDT: AREAS DE TRABALHO DO
      *      HBCLI002/HBARM001, HBLOG002 E HBLGP001, RECRIADAS A
      *      CADA EXECUCAO
      *    - ARQCLII, ARQPEDI/ARQPEDR E ARQPROI/ARQPROR: ARQUIVOS
      *      DE IMPORTACAO E REJEITADOS, REFEITOS A PARTIR DA ORIGEM
      *      (HBCLI001, HBPEDIMP, HBPROIMP)
       01  WS-TAB-NOMES.
           03  FILLER                 PIC X(012) VALUE "ARQEMP.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQUSU.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQFER.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQCAT.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQMUN.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQFOR.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQPCO.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQPCI.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQCPG.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQKIT.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQENT.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQLPR.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQDSC.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQTRB.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQCUS.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQPAR.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQPAH.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQPER.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQNCR.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQRMB.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQKDX.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQIKT.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQINV.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQINI.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQFEC.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQCTT.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQLGP.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQMAN.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQMAI.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQBKO.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQHCO.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQCRT.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQRCB.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQARC.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQCKA.DAT".
           03  FILLER                 PIC X(012) VALUE "ARQRETR.DAT".
       01  WS-TAB-NOMES-R REDEFINES WS-TAB-NOMES.
           03  WS-ARQ-NOME            PIC X(012) OCCURS 57 TIMES.
      *    "I" = ARQUIVO DA INSTALACAO   "D" = DADOS DA EMPRESA
       01  WS-TAB-LOCAIS.
           03  FILLER                 PIC X(026)
                             VALUE "IIIDDDIDDIIIDDDDDDDIIDDIII".
           03  FILLER                 PIC X(031)
                             VALUE "DDDDDDDDDDIIIDDDDDDIDIDDDDDDDDD".
       01  WS-TAB-LOCAIS-R REDEFINES WS-TAB-LOCAIS.
           03  WS-ARQ-LOCAL           PIC X(001) OCCURS 57 TIMES.
       01  WS-TAB-CONTAGENS.
           03  WS-CT-ENT              OCCURS 57 TIMES.
               05  WS-CT-ORIG         PIC 9(007).
               05  WS-CT-COPIA        PIC 9(007).
               05  WS-CT-EXISTE       PIC X(003).
       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
       VERIF-OPCAO.
           DISPLAY G-TBCK0001.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-BACKUP THRU ROT-BACKUP-EXIT
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "PRO" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "PRO" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBBCK001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBBCK001"              TO WS-LOG-PROGRAMA.
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

       ROT-BACKUP.
           MOVE WK-DATA-SYS TO WS-DATA-BCK.
           PERFORM MONTA-PASTA THRU MONTA-PASTA-EXIT.
           CALL "CBL_CREATE_DIR" USING WS-PASTA-RAIZ.
           CALL "CBL_CREATE_DIR" USING WS-PASTA.
           MOVE ZEROS TO WS-ERROS.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "BKP" TO SR-JRN-OPERACAO.
           PERFORM MARCA-JORNAL THRU MARCA-JORNAL-EXIT.
           IF  SR88-JRN-ERRO-ARQUIVO
               ADD 1 TO WS-ERROS
               MOVE SPACES TO REL-LINHA
               STRING "ARQJRN.DAT ERRO NA MARCA DO BACKUP - "
                      "MOVIMENTO NAO PODERA SER REAPLICADO"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
           MOVE ZEROS TO WS-ARQ-IND.
           PERFORM COPIA-UM-ARQUIVO THRU COPIA-UM-ARQUIVO-EXIT
                   WS-QTD-ARQ TIMES.
           PERFORM COPIA-MENSAIS THRU COPIA-MENSAIS-EXIT.
           PERFORM COPIA-MORTOS THRU COPIA-MORTOS-EXIT.
           MOVE WS-ERROS TO WS-ERROS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ARQUIVOS COM ERRO OU DIVERGENCIA: " WS-ERROS-ED
       ROT-BACKUP-EXIT.
           EXIT.

      *    MARCA NO JOURNAL (HBJRN002) DO INICIO DO BACKUP (BKP) E
      *    DA RESTAURACAO (RST): O QUE FOR GRAVADO ENTRE AS DUAS E
      *    REAPLICADO PELO HBJRN001
       MARCA-JORNAL.
           MOVE "GRV"      TO SR-JRN-FUNCAO.
           MOVE LK-EMP-COD TO SR-JRN-EMP-COD.
           MOVE LK-USUARIO TO SR-JRN-USUARIO.
           MOVE "HBBCK001" TO SR-JRN-PROGRAMA.
           MOVE SPACES     TO SR-JRN-ARQUIVO SR-JRN-REGISTRO.
           MOVE WS-PASTA   TO SR-JRN-CAMINHO.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
       MARCA-JORNAL-EXIT.
           EXIT.

       COPIA-UM-ARQUIVO.
           ADD 1 TO WS-ARQ-IND.
           MOVE "ORI" TO WS-MODO.
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO  TO  COPIA-UM-ARQUIVO-EXIT.
           PERFORM MONTA-ORIGEM THRU MONTA-ORIGEM-EXIT.
           MOVE WS-ARQ-DB TO WS-ORIGEM.
           MOVE SPACES TO WS-DESTINO.
           STRING WS-PASTA DELIMITED BY SPACE
                  "\" DELIMITED BY SIZE
           ACCEPT WK01-TECLA FROM ESCAPE KEY.
           IF  WK01-TECLA EQUAL "01"
               GO  TO  ROT-RESTAURA-EXIT.
           PERFORM MONTA-PASTA THRU MONTA-PASTA-EXIT.
           MOVE ZEROS TO WS-ARQ-IND WS-PAG-LIN.
           PERFORM MOSTRA-RESTAURA THRU MOSTRA-RESTAURA-EXIT
                   WS-QTD-ARQ TIMES.
           MOVE 22 TO WS-LIN.
           MOVE 03 TO WS-COL.
           IF  WS-PASTA-EMPRESA EQUAL "SIM"
               DISPLAY "MORTOAAAA.DAT do backup tambem serao "
                       "restaurados" AT WS-LINCOL
           ELSE
               DISPLAY "LOGAAAAMM.DAT e MORTOAAAA.DAT do backup "
                       "tambem serao restaurados" AT WS-LINCOL
           END-IF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
               GO  TO  ROT-RESTAURA-EXIT.
           MOVE ZEROS TO WS-ARQ-IND WS-ERROS.
           PERFORM RESTAURA-UM-ARQUIVO THRU RESTAURA-UM-ARQUIVO-EXIT
                   WS-QTD-ARQ TIMES.
           IF  WS-PASTA-EMPRESA EQUAL "NAO"
               PERFORM RESTAURA-MENSAIS THRU RESTAURA-MENSAIS-EXIT.
           PERFORM RESTAURA-MORTOS THRU RESTAURA-MORTOS-EXIT.
           MOVE "RST" TO SR-JRN-OPERACAO.
           PERFORM MARCA-JORNAL THRU MARCA-JORNAL-EXIT.
           IF  SR88-JRN-ERRO-ARQUIVO
               ADD 1 TO WS-ERROS.
           MOVE "HBBCK001"              TO WS-LOG-PROGRAMA.
           MOVE "RESTAUROU BACKUP"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
               MOVE "Restauracao com erros...               " TO MSG
           END-IF.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           MOVE "Movimento apos o backup esta no journal"
                               TO WK-MSG-ADV1.
           MOVE "Reaplique pelo HBJRN001 antes de usar  "
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
       ROT-RESTAURA-EXIT.
           EXIT.

      *    10 ARQUIVOS POR TELA (LINHAS 10 A 19)
       MOSTRA-RESTAURA.
           IF  WS-PAG-LIN EQUAL 10
               PERFORM NOVA-PAGINA THRU NOVA-PAGINA-EXIT.
           ADD 1 TO WS-ARQ-IND WS-PAG-LIN.
      *    PASTA DA EMPRESA NAO SOBREPOE ARQUIVO DA INSTALACAO
           IF  WS-PASTA-EMPRESA EQUAL "SIM"
               AND WS-ARQ-LOCAL(WS-ARQ-IND) EQUAL "I"
               MOVE "NAO" TO WS-CT-EXISTE(WS-ARQ-IND)
               MOVE SPACES TO WS-LINHA-TELA
               STRING WS-ARQ-NOME(WS-ARQ-IND)
                      " ARQUIVO DA INSTALACAO - MANTIDO"
                      DELIMITED BY SIZE INTO WS-LINHA-TELA
               GO  TO  MOSTRA-RESTAURA-TELA.
           MOVE "ORI" TO WS-MODO.
           PERFORM CONTA-ARQUIVO THRU CONTA-ARQUIVO-EXIT.
           MOVE WS-CONTA TO WS-CT-ORIG(WS-ARQ-IND).
                      " SEM BACKUP NESTA PASTA - MANTIDO"
                      DELIMITED BY SIZE INTO WS-LINHA-TELA
           END-IF.
       MOSTRA-RESTAURA-TELA.
           COMPUTE WS-LIN = 09 + WS-PAG-LIN.
           MOVE 03 TO WS-COL.
           DISPLAY WS-LINHA-TELA AT WS-LINCOL.
       MOSTRA-RESTAURA-EXIT.
           EXIT.

       NOVA-PAGINA.
           MOVE "Tecle ESC p/ ver os demais arquivos..." TO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           MOVE SPACES TO WS-LINHA-TELA.
           MOVE 10 TO WS-LIN.
           MOVE 03 TO WS-COL.
           PERFORM LIMPA-LINHA THRU LIMPA-LINHA-EXIT 10 TIMES.
           MOVE ZEROS TO WS-PAG-LIN.
       NOVA-PAGINA-EXIT.
           EXIT.

       LIMPA-LINHA.
           DISPLAY WS-LINHA-TELA AT WS-LINCOL.
           ADD 1 TO WS-LIN.
       LIMPA-LINHA-EXIT.
           EXIT.

       RESTAURA-UM-ARQUIVO.
           ADD 1 TO WS-ARQ-IND.
           IF  WS-CT-EXISTE(WS-ARQ-IND) NOT EQUAL "SIM"
               GO  TO  RESTAURA-UM-ARQUIVO-EXIT.
           IF  WS-PASTA-EMPRESA EQUAL "SIM"
               AND WS-ARQ-LOCAL(WS-ARQ-IND) EQUAL "I"
               GO  TO  RESTAURA-UM-ARQUIVO-EXIT.
           MOVE SPACES TO WS-ORIGEM.
           STRING WS-PASTA DELIMITED BY SPACE
                  "\" DELIMITED BY SIZE
                  WS-ARQ-NOME(WS-ARQ-IND) DELIMITED BY SPACE
                  INTO WS-ORIGEM.
           PERFORM MONTA-ORIGEM THRU MONTA-ORIGEM-EXIT.
           MOVE WS-ARQ-DB TO WS-DESTINO.
           CALL "CBL_COPY_FILE" USING WS-ORIGEM WS-DESTINO.
           IF  RETURN-CODE NOT EQUAL ZEROS
               ADD 1 TO WS-ERROS.
       RESTAURA-UM-ARQUIVO-EXIT.
           EXIT.

      *    ARQUIVOS DA INSTALACAO FICAM EM C:\HBSIS\DB; OS DADOS
      *    DA EMPRESA NO DIRETORIO DO ARQPAR (9050-CAMINHO)
       MONTA-ORIGEM.
           MOVE SPACES TO WS-ARQ-DB.
           IF  WS-ARQ-LOCAL(WS-ARQ-IND) EQUAL "I"
               STRING "C:\HBSIS\DB\" DELIMITED BY SIZE
                      WS-ARQ-NOME(WS-ARQ-IND) DELIMITED BY SPACE
                      INTO WS-ARQ-DB
           ELSE
               MOVE WS-ARQ-NOME(WS-ARQ-IND) TO SR-PAR-ARQUIVO
               PERFORM 9050-CAMINHO
               MOVE SR-PAR-CAMINHO TO WS-ARQ-DB
           END-IF.
       MONTA-ORIGEM-EXIT.
           EXIT.

       MONTA-PASTA.
           MOVE SPACES TO WS-PASTA.
           STRING WS-PASTA-RAIZ DELIMITED BY SPACE
                  "\" DELIMITED BY SIZE
                  WS-DATA-BCK DELIMITED BY SIZE
                  INTO WS-PASTA.
           MOVE "NAO" TO WS-PASTA-EMPRESA.
           IF  SR-PAR-DIR-DADOS NOT EQUAL "C:\HBSIS\DB\"
               MOVE "SIM"      TO WS-PASTA-EMPRESA
               MOVE "-E"       TO WS-PASTA(22:2)
               MOVE LK-EMP-COD TO WS-PASTA(24:2).
       MONTA-PASTA-EXIT.
           EXIT.

       CONTA-ARQUIVO.
           MOVE ZEROS TO WS-CONTA.
           MOVE "NAO" TO WS-ARQ-OK.
           MOVE "NAO" TO WS-EOF.
           MOVE SPACES TO WS-ALVO.
           IF  WS-MODO EQUAL "ORI"
               PERFORM MONTA-ORIGEM THRU MONTA-ORIGEM-EXIT
               MOVE WS-ARQ-DB TO WS-ALVO
           ELSE
               STRING WS-PASTA DELIMITED BY SPACE
                      "\" DELIMITED BY SIZE
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQMUN
                   END-IF
               WHEN 27
                   MOVE WS-ALVO TO WS-CAMINHO-FOR
                   OPEN INPUT ARQFOR
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-FOR THRU CONTA-FOR-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQFOR
                   END-IF
               WHEN 28
                   MOVE WS-ALVO TO WS-CAMINHO-PCO
                   OPEN INPUT ARQPCO
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-PCO THRU CONTA-PCO-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQPCO
                   END-IF
               WHEN 29
                   MOVE WS-ALVO TO WS-CAMINHO-PCI
                   OPEN INPUT ARQPCI
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-PCI THRU CONTA-PCI-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQPCI
                   END-IF
               WHEN 30
                   MOVE WS-ALVO TO WS-CAMINHO-CPG
                   OPEN INPUT ARQCPG
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-CPG THRU CONTA-CPG-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQCPG
                   END-IF
               WHEN 31
                   MOVE WS-ALVO TO WS-CAMINHO-KIT
                   OPEN INPUT ARQKIT
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-KIT THRU CONTA-KIT-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQKIT
                   END-IF
               WHEN 32
                   MOVE WS-ALVO TO WS-CAMINHO-ENT
                   OPEN INPUT ARQENT
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-ENT THRU CONTA-ENT-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQENT
                   END-IF
               WHEN 33
                   MOVE WS-ALVO TO WS-CAMINHO-LPR
                   OPEN INPUT ARQLPR
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-LPR THRU CONTA-LPR-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQLPR
                   END-IF
               WHEN 34
                   MOVE WS-ALVO TO WS-CAMINHO-DSC
                   OPEN INPUT ARQDSC
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-DSC THRU CONTA-DSC-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQDSC
                   END-IF
               WHEN 35
                   MOVE WS-ALVO TO WS-CAMINHO-TRB
                   OPEN INPUT ARQTRB
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-TRB THRU CONTA-TRB-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQTRB
                   END-IF
               WHEN 36
                   MOVE WS-ALVO TO WS-CAMINHO-CUS
                   OPEN INPUT ARQCUS
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-CUS THRU CONTA-CUS-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQCUS
                   END-IF
               WHEN 37
                   MOVE WS-ALVO TO WS-CAMINHO-PAR
                   OPEN INPUT ARQPAR
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-PAR THRU CONTA-PAR-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQPAR
                   END-IF
               WHEN 38
                   MOVE WS-ALVO TO WS-CAMINHO-PAH
                   OPEN INPUT ARQPAH
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-PAH THRU CONTA-PAH-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQPAH
                   END-IF
               WHEN 39
                   MOVE WS-ALVO TO WS-CAMINHO-PER
                   OPEN INPUT ARQPER
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-PER THRU CONTA-PER-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQPER
                   END-IF
               WHEN 40
                   MOVE WS-ALVO TO WS-CAMINHO-NCR
                   OPEN INPUT ARQNCR
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-NCR THRU CONTA-NCR-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQNCR
                   END-IF
               WHEN 41
                   MOVE WS-ALVO TO WS-CAMINHO-RMB
                   OPEN INPUT ARQRMB
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-RMB THRU CONTA-RMB-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQRMB
                   END-IF
               WHEN 42
                   MOVE WS-ALVO TO WS-CAMINHO-KDX
                   OPEN INPUT ARQKDX
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-KDX THRU CONTA-KDX-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQKDX
                   END-IF
               WHEN 43
                   MOVE WS-ALVO TO WS-CAMINHO-IKT
                   OPEN INPUT ARQIKT
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-IKT THRU CONTA-IKT-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQIKT
                   END-IF
               WHEN 44
                   MOVE WS-ALVO TO WS-CAMINHO-INV
                   OPEN INPUT ARQINV
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-INV THRU CONTA-INV-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQINV
                   END-IF
               WHEN 45
                   MOVE WS-ALVO TO WS-CAMINHO-INI
                   OPEN INPUT ARQINI
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-INI THRU CONTA-INI-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQINI
                   END-IF
               WHEN 46
                   MOVE WS-ALVO TO WS-CAMINHO-FEC
                   OPEN INPUT ARQFEC
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-FEC THRU CONTA-FEC-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQFEC
                   END-IF
               WHEN 47
                   MOVE WS-ALVO TO WS-CAMINHO-CTT
                   OPEN INPUT ARQCTT
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-CTT THRU CONTA-CTT-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQCTT
                   END-IF
               WHEN 48
                   MOVE WS-ALVO TO WS-CAMINHO-LGP
                   OPEN INPUT ARQLGP
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-LGP THRU CONTA-LGP-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQLGP
                   END-IF
               WHEN 49
                   MOVE WS-ALVO TO WS-CAMINHO-MAN
                   OPEN INPUT ARQMAN
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-MAN THRU CONTA-MAN-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQMAN
                   END-IF
               WHEN 50
                   MOVE WS-ALVO TO WS-CAMINHO-MAI
                   OPEN INPUT ARQMAI
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-MAI THRU CONTA-MAI-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQMAI
                   END-IF
               WHEN 51
                   MOVE WS-ALVO TO WS-CAMINHO-BKO
                   OPEN INPUT ARQBKO
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-BKO THRU CONTA-BKO-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQBKO
                   END-IF
               WHEN 52
                   MOVE WS-ALVO TO WS-CAMINHO-HCO
                   OPEN INPUT ARQHCO
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-HCO THRU CONTA-HCO-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQHCO
                   END-IF
               WHEN 53
                   MOVE WS-ALVO TO WS-CAMINHO-CRT
                   OPEN INPUT ARQCRT
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-CRT THRU CONTA-CRT-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQCRT
                   END-IF
               WHEN 54
                   MOVE WS-ALVO TO WS-CAMINHO-RCB
                   OPEN INPUT ARQRCB
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-RCB THRU CONTA-RCB-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQRCB
                   END-IF
               WHEN 55
                   MOVE WS-ALVO TO WS-CAMINHO-ARC
                   OPEN INPUT ARQARC
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-ARC THRU CONTA-ARC-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQARC
                   END-IF
               WHEN 56
                   MOVE WS-ALVO TO WS-CAMINHO-CKA
                   OPEN INPUT ARQCKA
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-CKA THRU CONTA-CKA-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQCKA
                   END-IF
               WHEN 57
                   MOVE WS-ALVO TO WS-CAMINHO-RRJ
                   OPEN INPUT ARQRETR
                   IF  WK01-RETCOD EQUAL "00"
                       MOVE "SIM" TO WS-ARQ-OK
                       PERFORM CONTA-RETR THRU CONTA-RETR-EXIT
                               UNTIL WS-EOF EQUAL "SIM"
                       CLOSE ARQRETR
                   END-IF
           END-EVALUATE.
       CONTA-ARQUIVO-EXIT.
           EXIT.
       CONTA-MUN-EXIT.
           EXIT.

       CONTA-FOR.
           READ ARQFOR NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-FOR-EXIT.
           EXIT.

       CONTA-PCO.
           READ ARQPCO NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-PCO-EXIT.
           EXIT.

       CONTA-PCI.
           READ ARQPCI NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-PCI-EXIT.
           EXIT.

       CONTA-CPG.
           READ ARQCPG NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-CPG-EXIT.
           EXIT.

       CONTA-KIT.
           READ ARQKIT NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-KIT-EXIT.
           EXIT.

       CONTA-ENT.
           READ ARQENT NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-ENT-EXIT.
           EXIT.

       CONTA-LPR.
           READ ARQLPR NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-LPR-EXIT.
           EXIT.

       CONTA-DSC.
           READ ARQDSC NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-DSC-EXIT.
           EXIT.

       CONTA-TRB.
           READ ARQTRB NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-TRB-EXIT.
           EXIT.

       CONTA-CUS.
           READ ARQCUS NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-CUS-EXIT.
           EXIT.

       CONTA-PAR.
           READ ARQPAR NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-PAR-EXIT.
           EXIT.

       CONTA-PAH.
           READ ARQPAH
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-PAH-EXIT.
           EXIT.

       CONTA-PER.
           READ ARQPER NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-PER-EXIT.
           EXIT.

       CONTA-NCR.
           READ ARQNCR NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-NCR-EXIT.
           EXIT.

       CONTA-RMB.
           READ ARQRMB NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-RMB-EXIT.
           EXIT.

       CONTA-KDX.
           READ ARQKDX NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-KDX-EXIT.
           EXIT.

       CONTA-IKT.
           READ ARQIKT NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-IKT-EXIT.
           EXIT.

       CONTA-INV.
           READ ARQINV NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-INV-EXIT.
           EXIT.

       CONTA-INI.
           READ ARQINI NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-INI-EXIT.
           EXIT.

       CONTA-FEC.
           READ ARQFEC NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-FEC-EXIT.
           EXIT.

       CONTA-CTT.
           READ ARQCTT NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-CTT-EXIT.
           EXIT.

       CONTA-LGP.
           READ ARQLGP NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-LGP-EXIT.
           EXIT.

       CONTA-MAN.
           READ ARQMAN NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-MAN-EXIT.
           EXIT.

       CONTA-MAI.
           READ ARQMAI NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-MAI-EXIT.
           EXIT.

       CONTA-BKO.
           READ ARQBKO NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-BKO-EXIT.
           EXIT.

       CONTA-HCO.
           READ ARQHCO NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-HCO-EXIT.
           EXIT.

       CONTA-CRT.
           READ ARQCRT NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-CRT-EXIT.
           EXIT.

       CONTA-RCB.
           READ ARQRCB NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-RCB-EXIT.
           EXIT.

       CONTA-ARC.
           READ ARQARC NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-ARC-EXIT.
           EXIT.

       CONTA-CKA.
           READ ARQCKA
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-CKA-EXIT.
           EXIT.

       CONTA-RETR.
           READ ARQRETR
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-RETR-EXIT.
           EXIT.

       CONTA-ARQUIVO-LGA.
           MOVE ZEROS TO WS-CONTA.
           MOVE "NAO" TO WS-ARQ-OK.
       RESTAURA-MENSAIS-EXIT.
           EXIT.

      *    ARQUIVO MORTO ANUAL (HBARM001), NO DIRETORIO DA EMPRESA
       COPIA-MORTOS.
           MOVE 2000 TO WS-ARC-ANO.
       COPIA-MORTOS-ANO.
           IF  WS-ARC-ANO GREATER THAN WK-ANO-INV
               GO  TO  COPIA-MORTOS-EXIT.
           PERFORM MONTA-MORTO THRU MONTA-MORTO-EXIT.
           MOVE SR-PAR-CAMINHO TO WS-ORIGEM.
           ADD 1 TO WS-ARC-ANO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ORIGEM
                                             WS-DETALHES-ARQ.
           IF  RETURN-CODE NOT EQUAL ZEROS
               GO  TO  COPIA-MORTOS-ANO.
           MOVE WS-ORIGEM TO WS-ALVO.
           PERFORM CONTA-ARQUIVO-MRT THRU CONTA-ARQUIVO-MRT-EXIT.
           MOVE WS-CONTA TO WS-CT-MRT1.
           MOVE SPACES TO WS-DESTINO.
           STRING WS-PASTA DELIMITED BY SPACE
                  "\" DELIMITED BY SIZE
                  WS-ARC-NOME DELIMITED BY SPACE
                  INTO WS-DESTINO.
           CALL "CBL_COPY_FILE" USING WS-ORIGEM WS-DESTINO.
           IF  RETURN-CODE NOT EQUAL ZEROS
               ADD 1 TO WS-ERROS
               MOVE SPACES TO REL-LINHA
               STRING WS-ARC-NOME " ERRO NA COPIA"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO  TO  COPIA-MORTOS-ANO.
           MOVE WS-DESTINO TO WS-ALVO.
           PERFORM CONTA-ARQUIVO-MRT THRU CONTA-ARQUIVO-MRT-EXIT.
           MOVE WS-CT-MRT1 TO WS-CONTA-ED.
           MOVE WS-CONTA   TO WS-CONTA-ED2.
           MOVE SPACES TO REL-LINHA.
           IF  WS-CT-MRT1 EQUAL WS-CONTA
               STRING WS-ARC-NOME
                      " ORIGINAL " WS-CONTA-ED
                      " COPIA " WS-CONTA-ED2 " OK"
                      DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               ADD 1 TO WS-ERROS
               STRING WS-ARC-NOME
                      " ORIGINAL " WS-CONTA-ED
                      " COPIA " WS-CONTA-ED2 " DIVERGENTE"
                      DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           GO  TO  COPIA-MORTOS-ANO.
       COPIA-MORTOS-EXIT.
           EXIT.

       RESTAURA-MORTOS.
           MOVE 2000 TO WS-ARC-ANO.
       RESTAURA-MORTOS-ANO.
           IF  WS-ARC-ANO GREATER THAN WK-ANO-INV
               GO  TO  RESTAURA-MORTOS-EXIT.
           PERFORM MONTA-MORTO THRU MONTA-MORTO-EXIT.
           MOVE SR-PAR-CAMINHO TO WS-DESTINO.
           ADD 1 TO WS-ARC-ANO.
           MOVE SPACES TO WS-ORIGEM.
           STRING WS-PASTA DELIMITED BY SPACE
                  "\" DELIMITED BY SIZE
                  WS-ARC-NOME DELIMITED BY SPACE
                  INTO WS-ORIGEM.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ORIGEM
                                             WS-DETALHES-ARQ.
           IF  RETURN-CODE NOT EQUAL ZEROS
               GO  TO  RESTAURA-MORTOS-ANO.
           CALL "CBL_COPY_FILE" USING WS-ORIGEM WS-DESTINO.
           IF  RETURN-CODE NOT EQUAL ZEROS
               ADD 1 TO WS-ERROS.
           GO  TO  RESTAURA-MORTOS-ANO.
       RESTAURA-MORTOS-EXIT.
           EXIT.

      *    NOME (WS-ARC-NOME) E CAMINHO NA EMPRESA (SR-PAR-CAMINHO)
      *    DO MORTO DO ANO WS-ARC-ANO
       MONTA-MORTO.
           MOVE SPACES TO WS-ARC-NOME.
           STRING "MORTO" WS-ARC-ANO ".DAT"
                  DELIMITED BY SIZE INTO WS-ARC-NOME.
           MOVE WS-ARC-NOME TO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
       MONTA-MORTO-EXIT.
           EXIT.

       CONTA-ARQUIVO-MRT.
           MOVE ZEROS TO WS-CONTA.
           MOVE "NAO" TO WS-ARQ-OK.
           MOVE "NAO" TO WS-EOF.
           MOVE WS-ALVO TO WS-CAMINHO-MRT.
           OPEN INPUT ARQMRT.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "SIM" TO WS-ARQ-OK
               PERFORM CONTA-MRT THRU CONTA-MRT-EXIT
                       UNTIL WS-EOF EQUAL "SIM"
               CLOSE ARQMRT
           END-IF.
       CONTA-ARQUIVO-MRT-EXIT.
           EXIT.

       CONTA-MRT.
           READ ARQMRT NEXT RECORD
               AT END MOVE "SIM" TO WS-EOF
               NOT AT END ADD 1 TO WS-CONTA
           END-READ.
       CONTA-MRT-EXIT.
           EXIT.

       CONFIRMA.
           MOVE "Confirma restauracao ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           MOVE WK-MES-R (WK-MES-INV) TO WK-MES-EXT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "LER"             TO SR-PAR-FUNCAO.
           MOVE LK-EMP-COD        TO SR-PAR-EMP-COD.
           CALL "HBPAR002" USING SR-PARAM-HBPAR002.
           IF  LK-LIBERACAO NOT EQUAL "99"
               AND WS-MODO-BATCH EQUAL "NAO"
               MOVE "Opcao restrita ao administrador...     "
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".
