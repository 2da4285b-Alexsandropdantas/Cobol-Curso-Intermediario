      $SET SQL()
       identification division.
       program-id. SolicitacaoLGPD.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select clientes assign to disk organization is indexed
             access mode is dynamic file status fs-estado
             record key is codigo-clientes.
           select nfectl assign to disk
                  organization is indexed
                  access mode is dynamic
                  file status is fs-nfectl
                  record key is chave-nfectl.
           select notifica assign to disk organization is indexed
             access mode is dynamic file status fs-notifica
             record key is chave-notifica.
           select audit-trail assign to "AUDIT_TRAIL.LOG"
             organization is line sequential
             file status is fs-audit.
           select trabalho-audit assign to "LGPD_TRAB.TXT"
             organization is line sequential
             file status is fs-trabalho.
           select relatorio-lgpd assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd clientes
           label record is standard
           value of file-id
                "C:\CursoCobol\BaseNativaCobol\CLIENTES.ARQ".
       01 registro-clientes.
         02 codigo-clientes         pic x(10).
         02 nome-clientes           pic x(50).
         02 endereco-clientes       pic x(50).
         02 bairro-clientes         pic x(50).
         02 pais-clientes           pic x(50).
         02 cidade-clientes         pic x(50).
         02 estado-clientes         pic x(02).
         02 patrimonio-clientes     pic 9(09)v99.
         02 datacadastro-clientes   pic 9(08).
         02 situacao-clientes       pic x(10).
         02 ultimamanutencao-clientes pic 9(14).
         02 documento-clientes      pic x(14).
         02 cep-clientes            pic x(08).
       fd nfectl
           label record is standard
           value of file-id "NFECTL.ARQ".
      *Uma nota por registro: o pedido cancelado e refaturado ganha
      *nova nota e a cancelada continua no arquivo com seus eventos.
      *Pedido faturado em partes tem uma nota por fatura.
       01 registro-nfectl.
         02 chave-nfectl.
            03 pedido-nfectl        pic x(10).
            03 numero-nfectl        pic x(10).
         02 data-nfectl             pic 9(08).
         02 arquivo-nfectl          pic x(60).
      *   Situacao: A (ou branco) autorizada, C cancelada.
         02 situacao-nfectl         pic x(01).
         02 quando-nfectl           pic 9(14).
      *   Fatura do pedido (PEDIDO_FATURAS); zero = pedido inteiro.
         02 fatura-nfectl           pic 9(02).
      *   Eventos da nota (EventoNFe): 110111 cancelamento,
      *   110110 carta de correcao; ate 20 cartas e um cancelamento.
         02 qtd-eventos-nfectl      pic 9(02).
         02 evento-nfectl occurs 21 times.
            03 tipo-evento-nfectl   pic x(06).
            03 seq-evento-nfectl    pic 9(02).
            03 quando-evento-nfectl pic 9(14).
            03 operador-evento-nfectl pic x(20).
            03 arquivo-evento-nfectl pic x(60).
      *   Chave de acesso de 44 digitos da nota.
         02 chave-acesso-nfectl     pic x(44).
       fd notifica
           label record is standard
           value of file-id "NOTIFICA.ARQ".
      *Fila de notificacoes: o mailer externo recebe as pendentes
      *pela remessa do ProcessaNotificacoes e devolve enviada ou
      *falha por mensagem no arquivo de retorno.
       01 registro-notifica.
         02 chave-notifica.
            03 timestamp-notifica   pic 9(14).
            03 seq-notifica         pic 9(03).
         02 situacao-notifica       pic x(01).
         02 tipo-notifica           pic x(01).
         02 modelo-notifica         pic x(10).
         02 cliente-notifica        pic x(10).
         02 documento-notifica      pic x(10).
         02 nome-notifica           pic x(40).
         02 email-notifica          pic x(60).
         02 telefone-notifica       pic x(20).
         02 dados-notifica          pic x(200).
         02 envio-notifica          pic 9(14).
         02 retorno-notifica        pic 9(14).
         02 tentativas-notifica     pic 9(02).
         02 motivo-notifica         pic x(60).
       fd audit-trail
           label record is standard.
       01 reg-audit                 pic x(250).
       fd trabalho-audit
           label record is standard.
       01 reg-trabalho              pic x(250).
       fd relatorio-lgpd
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-estado                 pic x(02).
       77 fs-nfectl                 pic x(02).
       77 fs-notifica               pic x(02).
       77 fs-audit                  pic x(02).
       77 fs-trabalho               pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 opcao-sn                  pic x(01) value spaces.
       01 linha                     pic 9(02).
       01 ws-login-codigo            pic 9(03).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 ws-seq-nome                pic x(20).
       01 ws-seq-codigo              pic x(10).
       01 ws-seq-retorno             pic x(01).
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-job                  pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-total-linhas            pic 9(07).
       01 ws-audit-timestamp         pic x(21).
       01 ws-audit-linha             pic x(250).
       01 ws-achou-titular           pic x(01).
       01 ws-achou-arquivo           pic x(01).
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
      *Ocorrencias do titular em cada lugar, para o relatorio e para
      *o resultado da anonimizacao.
       01 ws-qtd-historico           pic 9(05).
       01 ws-qtd-enderecos           pic 9(05).
       01 ws-qtd-contatos            pic 9(05).
       01 ws-qtd-notas               pic 9(05).
       01 ws-qtd-pedidos             pic 9(05).
       01 ws-qtd-nfe                 pic 9(05).
       01 ws-qtd-notificacoes        pic 9(05).
       01 ws-qtd-auditoria           pic 9(05).
       01 ws-qtd-ocorrencias         pic 9(05).
      *Texto procurado na trilha de auditoria: codigo, nome e
      *documento do titular, cada um com o tamanho sem os brancos.
       01 ws-texto-medir             pic x(50).
       01 ws-tamanho                 pic 9(02).
       01 ws-tam-codigo              pic 9(02).
       01 ws-tam-nome                pic 9(02).
       01 ws-tam-documento           pic 9(02).
       01 ws-nome-original           pic x(50).
       01 ws-documento-original      pic x(14).
       01 ws-mascara                 pic x(50) value all "*".
       01 ws-linha-audit             pic x(250).
       01 ws-documento-tela          pic x(18).
       01 ws-patrimonio-tela         pic x(14).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlnumero                  pic x(10).
       01 sqltipo                    pic x(01).
       01 sqlidentificado            pic x(01).
       01 sqlresultado               pic x(10).
       01 sqlmotivo                  pic x(60).
       01 sqlarquivo                 pic x(60).
       01 sqloperador                pic x(03).
       01 sqlquando                  pic x(16).
       01 sqlcliente                 pic x(10).
       01 sqldocumento               pic x(14).
       01 sqlnome                    pic x(50).
       01 sqlendereco                pic x(50).
       01 sqlbairro                  pic x(50).
       01 sqlcidade                  pic x(50).
       01 sqlestado                  pic x(02).
       01 sqlcep                     pic x(08).
       01 sqlpatrimonio              pic 9(09)v99.
       01 sqldatacadastro            pic x(10).
       01 sqlsituacao                pic x(10).
       01 sqlvalido-de               pic x(19).
       01 sqlseq                     pic 9(03).
       01 sqlendereco-tipo           pic x(01).
       01 sqlpapel                   pic x(01).
       01 sqlcont-nome               pic x(40).
       01 sqlcont-telefone           pic x(20).
       01 sqlcont-email              pic x(60).
       01 sqlnnf                     pic x(20).
       01 sqlemissao                 pic x(20).
       01 sqlvalor                   pic 9(09)v99.
       01 sqlpedido                  pic x(10).
       01 sqlqtd                     pic 9(07).
       01 sqlqtd-acordos             pic 9(07).
       01 sqldata-ini                pic x(10).
       01 sqldata-fim                pic x(10).
       01 sqlanon-nome               pic x(50).
       01 sqlanon-endereco           pic x(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
       assinatura.
           call "Login" using ws-login-codigo
                              ws-login-nome
                              ws-login-nivel
                              ws-login-retorno
           if ws-login-retorno not = "0"
              exit program
              stop run
           end-if
           move ws-login-codigo to sqloperador.
       conectando.
           call "ConectaAmbiente" using ws-conexao-ambiente
                                        ws-conexao-usada
                                        ws-conexao-retorno
           if ws-conexao-retorno = "0"
              move 0 to sqlcode
           else
              move -1 to sqlcode
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu conectar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                exit program
                stop run
           end-if.
      *Solicitacoes do titular pela LGPD: relatorio de todos os
      *lugares onde estao os dados pessoais do cliente (acesso) e
      *anonimizacao de nome, endereco e documento (eliminacao) do
      *cliente inativo sem titulos em aberto. Pedidos, parcelas,
      *notas e valores ficam como estao; o cliente segue pelo
      *codigo. Toda solicitacao, atendida ou recusada, fica em
      *LGPD_SOLICITACOES e na trilha de auditoria, sem dado pessoal.
       menugeral.
           display erase at 0101
           display "LGPD - Solicitacoes do Titular" at 0101
           display "1.Relatorio de Dados Pessoais" at 0301
           display "2.Anonimizar Cliente" at 0401
           display "3.Consultar Solicitacoes" at 0501
           display "4.Criar Tabelas" at 0601
           display "0.Sair" at 0701
           display "Opcao:" at 0801
           initialize opcao
           accept opcao at 0807
           if opcao = 1 go relatorio-dados.
           if opcao = 2 go anonimizar.
           if opcao = 3 go consultar-solicitacoes.
           if opcao = 4 go criartabelas.
           if opcao = 0 go desconectando.
           go menugeral.
       criartabelas.
      *    Tipo: A acesso (relatorio), E eliminacao (anonimizacao).
      *    Identificado por: C codigo, D CPF/CNPJ.
           EXEC SQL
                CREATE TABLE LGPD_SOLICITACOES
                    (numero           char(10),
                     tipo             char(01),
                     codigo_cliente   char(10),
                     identificado_por char(01),
                     quando           datetime,
                     operador         char(03),
                     resultado        char(10),
                     motivo           char(60),
                     arquivo          char(60),
                     primary key      (numero))
           END-EXEC
           if sqlcode not = 0
      *           Codigo -1050 tabela ja existe num Create Table
              if sqlcode = -1050
                 display "LGPD_SOLICITACOES ja existe." at 2101
              else
                 display "Erro: LGPD_SOLICITACOES " at 2101
                 display sqlcode at 2131
              end-if
           else
              display "Criou LGPD_SOLICITACOES OK." at 2101
           end-if
           EXEC SQL
                CREATE INDEX LGPD_SOLICITACOES_CLIENTE
                    ON LGPD_SOLICITACOES (codigo_cliente, quando)
           END-EXEC
           move zeros to sqlcode
           accept espera at 2301
           go menugeral.
      *Relatorio de acesso: tudo o que se guarda do titular, base,
      *arquivos e notas, em LGPD_<solicitacao>.TXT.
       relatorio-dados.
           display erase at 0101
           display "Relatorio de Dados Pessoais do Titular" at 0101
           move "A" to sqltipo
           perform identificar-titular thru identificar-titular-fim
           if ws-achou-titular not = "S"
              go menugeral
           end-if
           display "Gera o relatorio (S/N)? " at 1001
           move spaces to opcao-sn
           accept opcao-sn at 1025
           if opcao-sn not = "S" and opcao-sn not = "s"
              go menugeral
           end-if
           perform numerar-solicitacao
           if sqlnumero = spaces
              go menugeral
           end-if
           perform abrir-relatorio
           move "DADOS PESSOAIS DO TITULAR" to ws-linha-relatorio
           perform gravar-relatorio
           perform relatar-clientes
           perform relatar-clientes-arq
           perform relatar-historico thru relatar-historico-fim
           perform relatar-enderecos thru relatar-enderecos-fim
           perform relatar-contatos thru relatar-contatos-fim
           perform relatar-logclientes
           perform relatar-notas thru relatar-notas-fim
           perform relatar-nfe thru relatar-nfe-fim
           perform relatar-notificacoes thru relatar-notificacoes-fim
           perform relatar-auditoria thru relatar-auditoria-fim
           perform fechar-relatorio
           move "ATENDIDA" to sqlresultado
           move "RELATORIO DE DADOS PESSOAIS GERADO" to sqlmotivo
           perform registrar-solicitacao
           display "Relatorio: " at 1201 ws-relatorio-nome
           display "Solicitacao registrada: " at 1301 sqlnumero
           accept espera at 2301
           go menugeral.
      *Eliminacao: so supervisor, e so para cliente INATIVO sem
      *parcela em aberto (pedido ou acordo). Nome vira ANONIMIZADO
      *mais o codigo (o nome e unico no cadastro), endereco vira
      *ANONIMIZADO e documento, bairro e CEP ficam em branco; cidade
      *e UF ficam para as apuracoes fiscais. Os XML das NF-e ja
      *emitidas sao guardados por obrigacao fiscal e so aparecem no
      *resultado.
       anonimizar.
           if ws-login-nivel not = "A"
              display "Acesso Negado: Requer Nivel Admin" at 2201
              accept espera at 2280
              go menugeral
           end-if
           display erase at 0101
           display "Anonimizar Cliente (eliminacao LGPD)" at 0101
           move "E" to sqltipo
           perform identificar-titular thru identificar-titular-fim
           if ws-achou-titular not = "S"
              go menugeral
           end-if
           perform numerar-solicitacao
           if sqlnumero = spaces
              go menugeral
           end-if
           move spaces to sqlarquivo
           if sqlsituacao not = "INATIVO"
              move "RECUSADA" to sqlresultado
              move "CLIENTE NAO ESTA INATIVO" to sqlmotivo
              go anonimizar-recusa
           end-if
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*)
                  INTO :sqlqtd
                  FROM LGPD_SOLICITACOES
                 WHERE CODIGO_CLIENTE = :sqlcliente
                   AND TIPO = 'E'
                   AND RESULTADO = 'ATENDIDA'
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlqtd sqlcode
           end-if
           if sqlqtd > zeros
              move "RECUSADA" to sqlresultado
              move "CLIENTE JA ANONIMIZADO" to sqlmotivo
              go anonimizar-recusa
           end-if
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*)
                  INTO :sqlqtd
                  FROM PEDIDO_PARCELAS P, PEDIDOS A
                 WHERE A.CODIGO = P.CODIGO_PEDIDO
                   AND A.CODIGO_CLIENTE = :sqlcliente
                   AND P.STATUS = 'ABERTO'
           END-EXEC
           if sqlcode not = 0
              move "ERRO" to sqlresultado
              move "FALHA AO CONFERIR TITULOS EM ABERTO" to sqlmotivo
              go anonimizar-recusa
           end-if
      *    Sem a tabela de acordos nao ha parcela renegociada.
           move zeros to sqlqtd-acordos
           EXEC SQL
                SELECT COUNT(*)
                  INTO :sqlqtd-acordos
                  FROM ACORDO_PARCELAS P, ACORDOS A
                 WHERE A.NUMERO = P.NUMERO
                   AND A.CODIGO_CLIENTE = :sqlcliente
                   AND P.STATUS = 'ABERTO'
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlqtd-acordos sqlcode
           end-if
           add sqlqtd-acordos to sqlqtd
           if sqlqtd > zeros
              move "RECUSADA" to sqlresultado
              move "CLIENTE COM TITULOS EM ABERTO" to sqlmotivo
              go anonimizar-recusa
           end-if
           display "Titulos em aberto: nenhum" at 1001
           display "Confirma a anonimizacao (S/N)? " at 1101
           move spaces to opcao-sn
           accept opcao-sn at 1132
           if opcao-sn not = "S" and opcao-sn not = "s"
              move "CANCELADA" to sqlresultado
              move "DESISTENCIA DO OPERADOR" to sqlmotivo
              go anonimizar-recusa
           end-if
           move sqlnome to ws-nome-original
           move sqldocumento to ws-documento-original
           move spaces to sqlanon-nome
           string "ANONIMIZADO " delimited by size
                  sqlcliente     delimited by size
                  into sqlanon-nome
           move "ANONIMIZADO" to sqlanon-endereco
           move spaces to sqlresultado
           perform anonimizar-base thru anonimizar-base-fim
           if sqlresultado = "ERRO"
              go anonimizar-recusa
           end-if
           perform anonimizar-clientes-arq
           perform anonimizar-notificacoes
              thru anonimizar-notificacoes-fim
           perform anonimizar-auditoria thru anonimizar-auditoria-fim
           perform relatar-anonimizacao thru relatar-anonimizacao-fim
           move "ATENDIDA" to sqlresultado
           move "NOME, ENDERECO E DOCUMENTO ANONIMIZADOS" to sqlmotivo
           perform registrar-solicitacao
           display "Cliente anonimizado." at 1301
           display "Resultado: " at 1401 ws-relatorio-nome
           display "Solicitacao registrada: " at 1501 sqlnumero
           accept espera at 2301
           go menugeral.
       anonimizar-recusa.
           perform registrar-solicitacao
           display sqlresultado at 2101
           display sqlmotivo at 2112
           display "Solicitacao registrada: " at 2201 sqlnumero
           accept espera at 2301
           go menugeral.
      *Consulta das ultimas solicitacoes (sem dado pessoal).
       consultar-solicitacoes.
           display erase at 0101
           display "Solicitacoes LGPD (mais recentes)" at 0101
           display "Numero     T Cliente    Quando           Resultado"
                   at 0301
           display "Motivo" at 0363
           move 04 to linha
           EXEC SQL
                DECLARE CURSORLGPDSOL CURSOR FOR
                   SELECT NUMERO, TIPO, CODIGO_CLIENTE,
                          DATE_FORMAT(QUANDO, '%d/%m/%Y %H:%i'),
                          RESULTADO, IFNULL(MOTIVO, ' ')
                     FROM LGPD_SOLICITACOES
                    ORDER BY QUANDO DESC, NUMERO DESC
                    LIMIT 17
           END-EXEC
           EXEC SQL
                OPEN CURSORLGPDSOL
           END-EXEC
           if sqlcode not = 0
              display "Erro: LGPD_SOLICITACOES " at 2201
              display sqlcode at 2231
              move zeros to sqlcode
              accept espera at 2301
              go menugeral
           end-if.
       consultar-solicitacoes-le.
           EXEC SQL
                FETCH CURSORLGPDSOL INTO
                       :sqlnumero,
                       :sqltipo,
                       :sqlcliente,
                       :sqlquando,
                       :sqlresultado,
                       :sqlmotivo
           END-EXEC
           if sqlcode = 0 and linha < 21
              display sqlnumero at line linha column 01
              display sqltipo at line linha column 12
              display sqlcliente at line linha column 14
              display sqlquando at line linha column 25
              display sqlresultado at line linha column 42
              display sqlmotivo(1:18) at line linha column 53
              add 1 to linha
              go consultar-solicitacoes-le
           end-if
           EXEC SQL
                CLOSE CURSORLGPDSOL
           END-EXEC
           move zeros to sqlcode
           accept espera at 2301
           go menugeral.
      *Titular pelo codigo ou pelo CPF/CNPJ; procura na base e, se
      *nao achar, no CLIENTES.ARQ.
       identificar-titular.
           move "N" to ws-achou-titular
           display "Codigo do Cliente (branco=CPF/CNPJ): " at 0301
           move spaces to sqlcliente sqldocumento
           accept sqlcliente at 0339
           move "C" to sqlidentificado
           if sqlcliente = spaces
              display "CPF/CNPJ (so numeros)...............: " at 0401
              accept sqldocumento at 0439
              if sqldocumento = spaces
                 go identificar-titular-fim
              end-if
              move "D" to sqlidentificado
              EXEC SQL
                   SELECT CODIGO
                     INTO :sqlcliente
                     FROM CLIENTES
                    WHERE DOCUMENTO = :sqldocumento
                    LIMIT 1
              END-EXEC
              if sqlcode not = 0
                 move zeros to sqlcode
                 perform procurar-documento-arq
                    thru procurar-documento-arq-fim
              end-if
              if sqlcliente = spaces
                 display "CPF/CNPJ nao encontrado" at 2201
                 accept espera at 2301
                 go identificar-titular-fim
              end-if
           end-if
           move spaces to sqlnome sqlendereco sqlbairro sqlcidade
                          sqlestado sqlcep sqldatacadastro sqlsituacao
           move zeros to sqlpatrimonio
           EXEC SQL
                SELECT NOME, IFNULL(DOCUMENTO, ' '),
                       IFNULL(ENDERECO, ' '), IFNULL(BAIRRO, ' '),
                       IFNULL(CIDADE, ' '), IFNULL(ESTADO, ' '),
                       IFNULL(CEP, ' '), IFNULL(PATRIMONIO, 0),
                       IFNULL(DATACADASTRO, ' '),
                       IFNULL(SITUACAO, ' ')
                  INTO :sqlnome, :sqldocumento,
                       :sqlendereco, :sqlbairro,
                       :sqlcidade, :sqlestado,
                       :sqlcep, :sqlpatrimonio,
                       :sqldatacadastro,
                       :sqlsituacao
                  FROM CLIENTES
                 WHERE CODIGO = :sqlcliente
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              perform ler-clientes-arq
              if ws-achou-arquivo not = "S"
                 display "Cliente nao encontrado" at 2201
                 accept espera at 2301
                 go identificar-titular-fim
              end-if
              move nome-clientes      to sqlnome
              move documento-clientes to sqldocumento
              move endereco-clientes  to sqlendereco
              move bairro-clientes    to sqlbairro
              move cidade-clientes    to sqlcidade
              move estado-clientes    to sqlestado
              move cep-clientes       to sqlcep
              move situacao-clientes  to sqlsituacao
           end-if
           display "Cliente.....: " at 0601 sqlcliente
           display sqlnome at 0626
           call "MascaraCliente" using ws-login-nivel
                                       sqldocumento
                                       sqlpatrimonio
                                       ws-documento-tela
                                       ws-patrimonio-tela
           display "CPF/CNPJ....: " at 0701 ws-documento-tela
           display "Situacao....: " at 0801 sqlsituacao
           move "S" to ws-achou-titular.
       identificar-titular-fim.
           exit.
       procurar-documento-arq.
           move spaces to sqlcliente
           open input clientes
           if fs-estado not = "00"
              close clientes
              go procurar-documento-arq-fim
           end-if
           move low-values to codigo-clientes
           start clientes key is >= codigo-clientes invalid key
              close clientes
              go procurar-documento-arq-fim
           end-start.
       procurar-documento-arq-le.
           read clientes next at end
              close clientes
              go procurar-documento-arq-fim
           end-read
           if documento-clientes not = sqldocumento
              go procurar-documento-arq-le
           end-if
           move codigo-clientes to sqlcliente
           close clientes.
       procurar-documento-arq-fim.
           exit.
       ler-clientes-arq.
           move "N" to ws-achou-arquivo
           open input clientes
           if fs-estado = "00"
              move sqlcliente to codigo-clientes
              read clientes
                 invalid key continue
                 not invalid key move "S" to ws-achou-arquivo
              end-read
           end-if
           close clientes.
       numerar-solicitacao.
           move "LGPD" to ws-seq-nome
           call "NextNumber" using ws-seq-nome
                                   ws-seq-codigo
                                   ws-seq-retorno
           if ws-seq-retorno not = "0"
              display "Erro na sequencia LGPD" at 2201
              accept espera at 2301
              move spaces to sqlnumero
           else
              move ws-seq-codigo to sqlnumero
           end-if.
       abrir-relatorio.
           move spaces to ws-relatorio-nome
           string "LGPD_"    delimited by size
                  sqlnumero  delimited by spaces
                  ".TXT"     delimited by size
                  into ws-relatorio-nome
           move ws-relatorio-nome to sqlarquivo
           move zeros to ws-total-linhas
           open output relatorio-lgpd
           initialize ws-linha-relatorio
           string "Solicitacao LGPD " delimited by size
                  sqlnumero           delimited by size
                  " - Cliente "       delimited by size
                  sqlcliente          delimited by size
                  " - Emitido em "    delimited by size
                  function current-date(1:8) delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       fechar-relatorio.
           close relatorio-lgpd
           move "LGPD_TITULAR" to ws-cat-nome
           move "SOLICITACAO-LGPD" to ws-cat-job
           move ws-total-linhas to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-cat-job
                                          ws-cat-registros.
       relatar-clientes.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "CLIENTES (cadastro na base)" to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "  Nome......: " delimited by size
                  sqlnome          delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "  CPF/CNPJ..: " delimited by size
                  sqldocumento     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "  Endereco..: " delimited by size
                  sqlendereco      delimited by size
                  " "              delimited by size
                  sqlbairro        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "  Cidade/UF.: " delimited by size
                  sqlcidade        delimited by size
                  " "              delimited by size
                  sqlestado        delimited by size
                  " CEP "          delimited by size
                  sqlcep           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move sqlpatrimonio to ws-valor-edit
           initialize ws-linha-relatorio
           string "  Patrimonio: " delimited by size
                  ws-valor-edit    delimited by size
                  "  Cadastro: "   delimited by size
                  sqldatacadastro  delimited by size
                  "  Situacao: "   delimited by size
                  sqlsituacao      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       relatar-clientes-arq.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "CLIENTES.ARQ (cadastro em arquivo)"
                to ws-linha-relatorio
           perform gravar-relatorio
           perform ler-clientes-arq
           if ws-achou-arquivo not = "S"
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
           else
              initialize ws-linha-relatorio
              string "  Nome......: " delimited by size
                     nome-clientes    delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              initialize ws-linha-relatorio
              string "  CPF/CNPJ..: " delimited by size
                     documento-clientes delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              initialize ws-linha-relatorio
              string "  Endereco..: " delimited by size
                     endereco-clientes delimited by size
                     " "              delimited by size
                     bairro-clientes  delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              initialize ws-linha-relatorio
              string "  Cidade/UF.: " delimited by size
                     cidade-clientes  delimited by size
                     " "              delimited by size
                     estado-clientes  delimited by size
                     " CEP "          delimited by size
                     cep-clientes     delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
           end-if.
       relatar-historico.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "CLIENTES_HIST (versoes anteriores do cadastro)"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-qtd-historico
           EXEC SQL
                DECLARE CURSORLGPDHIST CURSOR FOR
                   SELECT IFNULL(DATE_FORMAT(VALIDO_DE,
                                 '%Y-%m-%d %H:%i:%s'), ' '),
                          NOME, IFNULL(ENDERECO, ' '),
                          IFNULL(BAIRRO, ' '), IFNULL(CIDADE, ' '),
                          IFNULL(ESTADO, ' ')
                     FROM CLIENTES_HIST
                    WHERE CODIGO = :sqlcliente
                    ORDER BY VALIDO_DE
           END-EXEC
           EXEC SQL
                OPEN CURSORLGPDHIST
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
              go relatar-historico-fim
           end-if.
       relatar-historico-le.
           EXEC SQL
                FETCH CURSORLGPDHIST INTO
                       :sqlvalido-de,
                       :sqlnome,
                       :sqlendereco,
                       :sqlbairro,
                       :sqlcidade,
                       :sqlestado
           END-EXEC
           if sqlcode = 0
              add 1 to ws-qtd-historico
              initialize ws-linha-relatorio
              string "  "             delimited by size
                     sqlvalido-de     delimited by size
                     " "              delimited by size
                     sqlnome          delimited by size
                     " "              delimited by size
                     sqlendereco(1:30) delimited by size
                     " "              delimited by size
                     sqlcidade(1:20)  delimited by size
                     " "              delimited by size
                     sqlestado        delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go relatar-historico-le
           end-if
           EXEC SQL
                CLOSE CURSORLGPDHIST
           END-EXEC
           move zeros to sqlcode
           if ws-qtd-historico = zeros
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
           end-if.
       relatar-historico-fim.
           exit.
       relatar-enderecos.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "CLIENTES_ENDERECOS (enderecos adicionais)"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-qtd-enderecos
           EXEC SQL
                DECLARE CURSORLGPDEND CURSOR FOR
                   SELECT SEQ, IFNULL(TIPO, ' '),
                          IFNULL(ENDERECO, ' '), IFNULL(BAIRRO, ' '),
                          IFNULL(CIDADE, ' '), IFNULL(UF, ' '),
                          IFNULL(CEP, ' ')
                     FROM CLIENTES_ENDERECOS
                    WHERE CODIGO_CLIENTE = :sqlcliente
                    ORDER BY SEQ
           END-EXEC
           EXEC SQL
                OPEN CURSORLGPDEND
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
              go relatar-enderecos-fim
           end-if.
       relatar-enderecos-le.
           EXEC SQL
                FETCH CURSORLGPDEND INTO
                       :sqlseq,
                       :sqlendereco-tipo,
                       :sqlendereco,
                       :sqlbairro,
                       :sqlcidade,
                       :sqlestado,
                       :sqlcep
           END-EXEC
           if sqlcode = 0
              add 1 to ws-qtd-enderecos
              initialize ws-linha-relatorio
              string "  "             delimited by size
                     sqlseq           delimited by size
                     " "              delimited by size
                     sqlendereco-tipo delimited by size
                     " "              delimited by size
                     sqlendereco      delimited by size
                     " "              delimited by size
                     sqlbairro(1:20)  delimited by size
                     " "              delimited by size
                     sqlcidade(1:20)  delimited by size
                     " "              delimited by size
                     sqlestado        delimited by size
                     " "              delimited by size
                     sqlcep           delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go relatar-enderecos-le
           end-if
           EXEC SQL
                CLOSE CURSORLGPDEND
           END-EXEC
           move zeros to sqlcode
           if ws-qtd-enderecos = zeros
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
           end-if.
       relatar-enderecos-fim.
           exit.
       relatar-contatos.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "CLIENTES_CONTATOS (pessoas de contato)"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-qtd-contatos
           EXEC SQL
                DECLARE CURSORLGPDCONT CURSOR FOR
                   SELECT SEQ, IFNULL(PAPEL, ' '), NOME,
                          IFNULL(TELEFONE, ' '), IFNULL(EMAIL, ' ')
                     FROM CLIENTES_CONTATOS
                    WHERE CODIGO_CLIENTE = :sqlcliente
                    ORDER BY SEQ
           END-EXEC
           EXEC SQL
                OPEN CURSORLGPDCONT
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
              go relatar-contatos-fim
           end-if.
       relatar-contatos-le.
           EXEC SQL
                FETCH CURSORLGPDCONT INTO
                       :sqlseq,
                       :sqlpapel,
                       :sqlcont-nome,
                       :sqlcont-telefone,
                       :sqlcont-email
           END-EXEC
           if sqlcode = 0
              add 1 to ws-qtd-contatos
              initialize ws-linha-relatorio
              string "  "             delimited by size
                     sqlseq           delimited by size
                     " "              delimited by size
                     sqlpapel         delimited by size
                     " "              delimited by size
                     sqlcont-nome     delimited by size
                     " "              delimited by size
                     sqlcont-telefone delimited by size
                     " "              delimited by size
                     sqlcont-email    delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go relatar-contatos-le
           end-if
           EXEC SQL
                CLOSE CURSORLGPDCONT
           END-EXEC
           move zeros to sqlcode
           if ws-qtd-contatos = zeros
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
           end-if.
       relatar-contatos-fim.
           exit.
      *LOGCLIENTES (e o arquivo morto LOGCLIENTES_HIST) so guardam o
      *codigo e a operacao: entram pela quantidade e periodo.
       relatar-logclientes.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "LOGCLIENTES (log de alteracoes, so codigo)"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to sqlqtd
           move spaces to sqldata-ini sqldata-fim
           EXEC SQL
                SELECT COUNT(*),
                       IFNULL(MIN(DATACRIACAO), ' '),
                       IFNULL(MAX(DATACRIACAO), ' ')
                  INTO :sqlqtd, :sqldata-ini, :sqldata-fim
                  FROM LOGCLIENTES
                 WHERE CODIGO = :sqlcliente
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlqtd sqlcode
           end-if
           initialize ws-linha-relatorio
           string "  Registros: " delimited by size
                  sqlqtd          delimited by size
                  "  de "         delimited by size
                  sqldata-ini     delimited by size
                  " a "           delimited by size
                  sqldata-fim     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*)
                  INTO :sqlqtd
                  FROM LOGCLIENTES_HIST
                 WHERE CODIGO = :sqlcliente
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlqtd sqlcode
           end-if
           initialize ws-linha-relatorio
           string "  Arquivados (LOGCLIENTES_HIST): " delimited by size
                  sqlqtd          delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       relatar-notas.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "NOTASFISCAIS (notas com o nome do cliente)"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-qtd-notas
           EXEC SQL
                DECLARE CURSORLGPDNOTAS CURSOR FOR
                   SELECT NNF, EMITENTE, IFNULL(DATAEMISSAO, ' '),
                          IFNULL(VALOR, 0)
                     FROM NOTASFISCAIS
                    WHERE CODIGO_CLIENTE = :sqlcliente
                    ORDER BY DATAEMISSAO, NNF
           END-EXEC
           EXEC SQL
                OPEN CURSORLGPDNOTAS
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
              go relatar-notas-fim
           end-if.
       relatar-notas-le.
           EXEC SQL
                FETCH CURSORLGPDNOTAS INTO
                       :sqlnnf,
                       :sqlnome,
                       :sqlemissao,
                       :sqlvalor
           END-EXEC
           if sqlcode = 0
              add 1 to ws-qtd-notas
              move sqlvalor to ws-valor-edit
              initialize ws-linha-relatorio
              string "  "          delimited by size
                     sqlnnf        delimited by size
                     " "           delimited by size
                     sqlemissao    delimited by size
                     " "           delimited by size
                     sqlnome       delimited by size
                     " "           delimited by size
                     ws-valor-edit delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go relatar-notas-le
           end-if
           EXEC SQL
                CLOSE CURSORLGPDNOTAS
           END-EXEC
           move zeros to sqlcode
           if ws-qtd-notas = zeros
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
           end-if.
       relatar-notas-fim.
           exit.
      *NF-e emitidas para os pedidos do cliente (NFECTL.ARQ); o XML
      *leva nome, endereco e documento do destinatario.
       relatar-nfe.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "NF-e emitidas (NFECTL.ARQ e XML da nota)"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-qtd-pedidos ws-qtd-nfe
           open input nfectl
           if fs-nfectl not = "00"
              close nfectl
              move "  NFECTL.ARQ indisponivel." to ws-linha-relatorio
              perform gravar-relatorio
              go relatar-nfe-fim
           end-if
           EXEC SQL
                DECLARE CURSORLGPDPED CURSOR FOR
                   SELECT CODIGO
                     FROM PEDIDOS
                    WHERE CODIGO_CLIENTE = :sqlcliente
                    ORDER BY CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORLGPDPED
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              close nfectl
              go relatar-nfe-fim
           end-if.
       relatar-nfe-le.
           EXEC SQL
                FETCH CURSORLGPDPED INTO :sqlpedido
           END-EXEC
           if sqlcode not = 0
              go relatar-nfe-total
           end-if
           add 1 to ws-qtd-pedidos
           move sqlpedido to pedido-nfectl
           move low-values to numero-nfectl
           start nfectl key is >= chave-nfectl invalid key
              go relatar-nfe-le
           end-start.
       relatar-nfe-nota.
           read nfectl next at end
              go relatar-nfe-le
           end-read
           if pedido-nfectl not = sqlpedido
              go relatar-nfe-le
           end-if
           add 1 to ws-qtd-nfe
           initialize ws-linha-relatorio
           string "  Pedido "      delimited by size
                  pedido-nfectl    delimited by size
                  " NF "           delimited by size
                  numero-nfectl    delimited by size
                  " "              delimited by size
                  data-nfectl      delimited by size
                  " "              delimited by size
                  arquivo-nfectl   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go relatar-nfe-nota.
       relatar-nfe-total.
           EXEC SQL
                CLOSE CURSORLGPDPED
           END-EXEC
           move zeros to sqlcode
           close nfectl
           initialize ws-linha-relatorio
           string "  Pedidos do cliente: " delimited by size
                  ws-qtd-pedidos           delimited by size
                  "  NF-e: "               delimited by size
                  ws-qtd-nfe               delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       relatar-nfe-fim.
           exit.
       relatar-notificacoes.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "NOTIFICA.ARQ (avisos enviados ao cliente)"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-qtd-notificacoes
           open input notifica
           if fs-notifica not = "00"
              close notifica
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
              go relatar-notificacoes-fim
           end-if
           move low-values to chave-notifica
           start notifica key is >= chave-notifica invalid key
              go relatar-notificacoes-total
           end-start.
       relatar-notificacoes-le.
           read notifica next at end
              go relatar-notificacoes-total
           end-read
           if cliente-notifica not = sqlcliente
              go relatar-notificacoes-le
           end-if
           add 1 to ws-qtd-notificacoes
           initialize ws-linha-relatorio
           string "  "               delimited by size
                  timestamp-notifica delimited by size
                  " "                delimited by size
                  modelo-notifica    delimited by size
                  " "                delimited by size
                  nome-notifica      delimited by size
                  " "                delimited by size
                  email-notifica     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go relatar-notificacoes-le.
       relatar-notificacoes-total.
           close notifica
           if ws-qtd-notificacoes = zeros
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
           end-if.
       relatar-notificacoes-fim.
           exit.
      *Linhas da trilha de auditoria que citam codigo, nome ou
      *documento do titular.
       relatar-auditoria.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "AUDIT_TRAIL.LOG (trilha de auditoria)"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-qtd-auditoria
           perform medir-titular
           open input audit-trail
           if fs-audit not = "00"
              close audit-trail
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
              go relatar-auditoria-fim
           end-if.
       relatar-auditoria-le.
           read audit-trail into ws-linha-audit at end
              go relatar-auditoria-total
           end-read
           perform contar-ocorrencias
           if ws-qtd-ocorrencias = zeros
              go relatar-auditoria-le
           end-if
           add 1 to ws-qtd-auditoria
           initialize ws-linha-relatorio
           string "  "                 delimited by size
                  ws-linha-audit(1:130) delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go relatar-auditoria-le.
       relatar-auditoria-total.
           close audit-trail
           if ws-qtd-auditoria = zeros
              move "  Nao consta." to ws-linha-relatorio
              perform gravar-relatorio
           end-if.
       relatar-auditoria-fim.
           exit.
      *Tamanho sem brancos do codigo, nome e documento do titular.
       medir-titular.
           move sqlcliente to ws-texto-medir
           perform medir-texto
           move ws-tamanho to ws-tam-codigo
           move sqlnome to ws-texto-medir
           perform medir-texto
           move ws-tamanho to ws-tam-nome
           move sqldocumento to ws-texto-medir
           perform medir-texto
           move ws-tamanho to ws-tam-documento.
       medir-texto.
           move zeros to ws-tamanho
           inspect ws-texto-medir tallying ws-tamanho
                   for characters before initial "  ".
       contar-ocorrencias.
           move zeros to ws-qtd-ocorrencias
           if ws-tam-codigo > zeros
              inspect ws-linha-audit tallying ws-qtd-ocorrencias
                      for all sqlcliente(1:ws-tam-codigo)
           end-if
           if ws-tam-nome > zeros
              inspect ws-linha-audit tallying ws-qtd-ocorrencias
                      for all sqlnome(1:ws-tam-nome)
           end-if
           if ws-tam-documento > zeros
              inspect ws-linha-audit tallying ws-qtd-ocorrencias
                      for all sqldocumento(1:ws-tam-documento)
           end-if.
      *Base: cadastro, historico, enderecos, contatos e notas numa
      *so transacao; qualquer falha desfaz tudo.
       anonimizar-base.
           EXEC SQL
                UPDATE CLIENTES
                   SET NOME = :sqlanon-nome,
                       ENDERECO = :sqlanon-endereco,
                       BAIRRO = ' ',
                       CEP = ' ',
                       DOCUMENTO = ' ',
                       ULTIMAMANUTENCAO = NOW()
                 WHERE CODIGO = :sqlcliente
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              go anonimizar-base-erro
           end-if
           EXEC SQL
                UPDATE CLIENTES_HIST
                   SET NOME = :sqlanon-nome,
                       ENDERECO = :sqlanon-endereco,
                       BAIRRO = ' '
                 WHERE CODIGO = :sqlcliente
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              go anonimizar-base-erro
           end-if
           EXEC SQL
                UPDATE CLIENTES_ENDERECOS
                   SET ENDERECO = :sqlanon-endereco,
                       BAIRRO = ' ',
                       CEP = ' '
                 WHERE CODIGO_CLIENTE = :sqlcliente
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              go anonimizar-base-erro
           end-if
           EXEC SQL
                DELETE FROM CLIENTES_CONTATOS
                 WHERE CODIGO_CLIENTE = :sqlcliente
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              go anonimizar-base-erro
           end-if
           EXEC SQL
                UPDATE NOTASFISCAIS
                   SET EMITENTE = :sqlanon-nome
                 WHERE CODIGO_CLIENTE = :sqlcliente
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              go anonimizar-base-erro
           end-if
           EXEC SQL
                COMMIT
           END-EXEC
           move zeros to sqlcode
           go anonimizar-base-fim.
       anonimizar-base-erro.
           display "Erro: " at 1901
           display sqlcode at 1907
           display sqlerrmc at 2001
           EXEC SQL
                ROLLBACK
           END-EXEC
           move zeros to sqlcode
           move "ERRO" to sqlresultado
           move "FALHA NA ANONIMIZACAO DA BASE, NADA ALTERADO"
                to sqlmotivo.
       anonimizar-base-fim.
           exit.
       anonimizar-clientes-arq.
           move "N" to ws-achou-arquivo
           open i-o clientes
           if fs-estado = "00"
              move sqlcliente to codigo-clientes
              read clientes
                 invalid key continue
                 not invalid key move "S" to ws-achou-arquivo
              end-read
           end-if
           if ws-achou-arquivo = "S"
              move sqlanon-nome     to nome-clientes
              move sqlanon-endereco to endereco-clientes
              move spaces to bairro-clientes documento-clientes
                             cep-clientes
              move function current-date(1:14)
                   to ultimamanutencao-clientes
              rewrite registro-clientes invalid key
                 move "N" to ws-achou-arquivo
              end-rewrite
           end-if
           close clientes.
       anonimizar-notificacoes.
           move zeros to ws-qtd-notificacoes
           open i-o notifica
           if fs-notifica not = "00"
              close notifica
              go anonimizar-notificacoes-fim
           end-if
           move low-values to chave-notifica
           start notifica key is >= chave-notifica invalid key
              close notifica
              go anonimizar-notificacoes-fim
           end-start.
       anonimizar-notificacoes-le.
           read notifica next at end
              close notifica
              go anonimizar-notificacoes-fim
           end-read
           if cliente-notifica not = sqlcliente
              go anonimizar-notificacoes-le
           end-if
           move spaces to nome-notifica email-notifica
                          telefone-notifica dados-notifica
           rewrite registro-notifica invalid key
              continue
              not invalid key
              add 1 to ws-qtd-notificacoes
           end-rewrite
           go anonimizar-notificacoes-le.
       anonimizar-notificacoes-fim.
           exit.
      *Trilha de auditoria: nome e documento do titular viram
      *asteriscos do mesmo tamanho (o codigo fica); a trilha passa
      *pelo LGPD_TRAB.TXT e volta inteira.
       anonimizar-auditoria.
           move zeros to ws-qtd-auditoria
           move ws-nome-original to sqlnome
           move ws-documento-original to sqldocumento
           perform medir-titular
           move zeros to ws-tam-codigo
           open input audit-trail
           if fs-audit not = "00"
              close audit-trail
              go anonimizar-auditoria-fim
           end-if
           open output trabalho-audit.
       anonimizar-auditoria-le.
           read audit-trail into ws-linha-audit at end
              go anonimizar-auditoria-volta
           end-read
           perform contar-ocorrencias
           if ws-qtd-ocorrencias > zeros
              add 1 to ws-qtd-auditoria
              if ws-tam-nome > zeros
                 inspect ws-linha-audit replacing all
                         sqlnome(1:ws-tam-nome)
                         by ws-mascara(1:ws-tam-nome)
              end-if
              if ws-tam-documento > zeros
                 inspect ws-linha-audit replacing all
                         sqldocumento(1:ws-tam-documento)
                         by ws-mascara(1:ws-tam-documento)
              end-if
           end-if
           write reg-trabalho from ws-linha-audit
           go anonimizar-auditoria-le.
       anonimizar-auditoria-volta.
           close audit-trail trabalho-audit
           if ws-qtd-auditoria = zeros
              go anonimizar-auditoria-fim
           end-if
           open input trabalho-audit
           open output audit-trail.
       anonimizar-auditoria-copia.
           read trabalho-audit into ws-linha-audit at end
              close trabalho-audit audit-trail
              go anonimizar-auditoria-fim
           end-read
           write reg-audit from ws-linha-audit
           go anonimizar-auditoria-copia.
       anonimizar-auditoria-fim.
           exit.
      *Resultado da eliminacao: o que foi anonimizado em cada lugar
      *e o que fica guardado, sem os dados originais.
       relatar-anonimizacao.
           perform abrir-relatorio
           move "RESULTADO DA ANONIMIZACAO" to ws-linha-relatorio
           perform gravar-relatorio
           move "  CLIENTES..........: nome, endereco, bairro, CEP e"
                to ws-linha-relatorio
           move " documento" to ws-linha-relatorio(53:10)
           perform gravar-relatorio
           if ws-achou-arquivo = "S"
              move "  CLIENTES.ARQ......: idem" to ws-linha-relatorio
           else
              move "  CLIENTES.ARQ......: nao consta"
                   to ws-linha-relatorio
           end-if
           perform gravar-relatorio
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd
                  FROM CLIENTES_HIST
                 WHERE CODIGO = :sqlcliente
           END-EXEC
           move zeros to sqlcode
           initialize ws-linha-relatorio
           string "  CLIENTES_HIST.....: " delimited by size
                  sqlqtd                   delimited by size
                  " versoes (nome e endereco)" delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd
                  FROM CLIENTES_ENDERECOS
                 WHERE CODIGO_CLIENTE = :sqlcliente
           END-EXEC
           move zeros to sqlcode
           initialize ws-linha-relatorio
           string "  CLIENTES_ENDERECOS: " delimited by size
                  sqlqtd                   delimited by size
                  " enderecos (cidade e UF mantidas)"
                                           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "  CLIENTES_CONTATOS.: contatos excluidos"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd
                  FROM NOTASFISCAIS
                 WHERE CODIGO_CLIENTE = :sqlcliente
           END-EXEC
           move zeros to sqlcode
           initialize ws-linha-relatorio
           string "  NOTASFISCAIS......: " delimited by size
                  sqlqtd                   delimited by size
                  " notas (nome; valores mantidos)"
                                           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "  NOTIFICA.ARQ......: " delimited by size
                  ws-qtd-notificacoes      delimited by size
                  " avisos (nome, e-mail, telefone, dados)"
                                           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "  AUDIT_TRAIL.LOG...: " delimited by size
                  ws-qtd-auditoria         delimited by size
                  " linhas (nome e documento mascarados)"
                                           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "  LOGCLIENTES.......: sem dado pessoal, mantido"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd
                  FROM PEDIDOS
                 WHERE CODIGO_CLIENTE = :sqlcliente
           END-EXEC
           move zeros to sqlcode
           initialize ws-linha-relatorio
           string "  PEDIDOS...........: " delimited by size
                  sqlqtd                   delimited by size
                  " pedidos mantidos pelo codigo, com parcelas e"
                                           delimited by size
                  " totais"                delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "  XML das NF-e......: guardados por obrigacao fiscal"
                to ws-linha-relatorio
           perform gravar-relatorio
           perform fechar-relatorio.
       relatar-anonimizacao-fim.
           exit.
       registrar-solicitacao.
           EXEC SQL
                INSERT INTO LGPD_SOLICITACOES
                       (numero, tipo, codigo_cliente,
                        identificado_por, quando, operador,
                        resultado, motivo, arquivo)
                VALUES
                       (:sqlnumero,
                        :sqltipo,
                        :sqlcliente,
                        :sqlidentificado,
                        NOW(),
                        :sqloperador,
                        :sqlresultado,
                        :sqlmotivo,
                        :sqlarquivo)
           END-EXEC
           if sqlcode not = 0
              display "Erro: LGPD_SOLICITACOES " at 1901
              display sqlcode at 1931
              accept espera at 2301
           end-if
           EXEC SQL
                COMMIT
           END-EXEC
           move zeros to sqlcode
           perform gravar-auditoria-lgpd.
       gravar-auditoria-lgpd.
           move function current-date to ws-audit-timestamp
           initialize ws-audit-linha
           string "LGPD       | " delimited by size
                  ws-audit-timestamp(1:14) delimited by size
                  " | OPERADOR=" delimited by size
                  ws-login-codigo delimited by size
                  " | SOLICITACAO=" delimited by size
                  sqlnumero delimited by size
                  " TIPO=" delimited by size
                  sqltipo delimited by size
                  " CLIENTE=" delimited by size
                  sqlcliente delimited by size
                  " | " delimited by size
                  sqlresultado delimited by size
                  " " delimited by size
                  sqlmotivo delimited by size
                  into ws-audit-linha
           open extend audit-trail
           if fs-audit not = "00"
              open output audit-trail
           end-if
           write reg-audit from ws-audit-linha
           close audit-trail.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio
           add 1 to ws-total-linhas.
       desconectando.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           display "DisconnectOK= CONEXAO" at 2301
           accept espera at 2401
           exit program
           stop run.
       end program SolicitacaoLGPD.
