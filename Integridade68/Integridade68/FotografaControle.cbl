       identification division.
       program-id. FotografaControle.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select integridade assign to disk organization is indexed
             access mode is dynamic file status fs-integridade
             record key is chave-integridade.
           select usuarios assign to disk organization is indexed
             access mode is dynamic file status fs-usuarios
             record key is chave-usuarios.
           select permissoes assign to disk organization is indexed
             access mode is dynamic file status fs-permissoes
             record key is opcao-permissao.
           select credito assign to disk organization is indexed
             access mode is dynamic file status fs-credito
             record key is cliente-credito.
           select condpagto assign to disk organization is indexed
             access mode is dynamic file status fs-condpagto
             record key is codigo-condpagto.
           select faixascom assign to disk organization is indexed
             access mode is dynamic file status fs-faixascom
             record key is faixa-faixascom.
           select arquivo-cfg assign to ws-cfg-nome
             organization is line sequential
             file status is fs-cfg.
           select audit-trail assign to "AUDIT_TRAIL.LOG"
             organization is line sequential
             file status is fs-audit.
           select sessoes-log assign to "SESSOES.LOG"
             organization is line sequential
             file status is fs-sessoes.
           select relatorio-int assign to ld-relatorio
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd integridade
           label record is standard
           value of file-id "INTEGRIDADE.ARQ".
      *Fotografia dos arquivos de controle: uma soma de conferencia
      *por registro, mais um registro de cabecalho por arquivo
      *(registro-integ em branco) com a hora da fotografia completa.
       01 registro-integridade.
         02 chave-integridade.
            03 arquivo-integ         pic x(14).
            03 registro-integ        pic x(10).
         02 soma-integ               pic 9(10).
         02 fotografado-integ        pic 9(14).
         02 conferido-integ          pic 9(14).
       fd usuarios
           label record is standard
           value of file-id "Usuarios.Arq".
       01 registro-usuarios.
           02 chave-usuarios.
              03 codigo-usuarios   pic 9(3).
           02 nome-usuarios        pic x(40).
           02 nivel-usuarios       pic x(01).
           02 senha-usuarios       pic x(10).
           02 validade-usuarios    pic 9(08).
           02 tentativas-usuarios  pic 9(01).
           02 bloqueado-usuarios   pic x(01).
       fd permissoes
           label record is standard
           value of file-id "PERMISSOES.ARQ".
       01 registro-permissao.
         02 opcao-permissao         pic 9(02).
         02 nivel-permissao         pic x(01).
       fd credito
           label record is standard
           value of file-id "CREDITO.ARQ".
       01 registro-credito.
         02 cliente-credito         pic x(10).
         02 limite-credito          pic 9(09)v99.
         02 condpagto-credito       pic x(03).
         02 fatmensal-credito       pic x(01).
       fd condpagto
           label record is standard
           value of file-id "CONDPAGTO.ARQ".
       01 registro-condpagto.
         02 codigo-condpagto        pic x(03).
         02 descricao-condpagto     pic x(30).
         02 tipo-condpagto          pic x(01).
         02 parcelas-condpagto      pic 9(02).
         02 dias-condpagto          pic 9(03) occurs 6 times.
       fd faixascom
           label record is standard
           value of file-id "FAIXASCOM.ARQ".
       01 registro-faixascom.
         02 faixa-faixascom         pic 9(01).
         02 limite-faixascom        pic 9(03)v99.
         02 fator-faixascom         pic 9(01)v99.
       fd arquivo-cfg
           label record is standard.
       01 reg-cfg                   pic x(200).
       fd audit-trail
           label record is standard.
       01 reg-audit                 pic x(250).
       fd sessoes-log
           label record is standard.
       01 reg-sessoes               pic x(80).
       fd relatorio-int
           label record is standard.
       01 reg-relatorio             pic x(132).
       working-storage section.
       77 fs-integridade            pic x(02).
       77 fs-usuarios               pic x(02).
       77 fs-permissoes             pic x(02).
       77 fs-credito                pic x(02).
       77 fs-condpagto              pic x(02).
       77 fs-faixascom              pic x(02).
       77 fs-cfg                    pic x(02).
       77 fs-audit                  pic x(02).
       77 fs-sessoes                pic x(02).
       77 fs-relatorio              pic x(02).
       01 ws-cfg-nome                pic x(14).
       01 ws-agora                   pic 9(14).
       01 ws-foto-arquivo            pic 9(14).
       01 ws-desde                   pic 9(14).
       01 ws-fotografando            pic x(01).
       01 ws-explicada               pic x(01).
       01 ws-situacao                pic x(10).
       01 ws-registros               pic 9(07).
       01 ws-linha-cfg               pic 9(05).
      *Registro corrente do arquivo de controle: chave e imagem.
      *Do Usuarios.Arq so entram codigo, nome, nivel e bloqueio; a
      *senha, a validade e as tentativas mudam a cada assinatura.
       01 ws-chave-atual             pic x(10).
       01 ws-imagem-atual            pic x(200).
       01 ws-tamanho                 pic 9(03).
      *Soma de conferencia (Adler-32) da imagem.
       01 ws-posicao                 pic 9(03).
       01 ws-soma-a                  pic 9(07).
       01 ws-soma-b                  pic 9(07).
       01 ws-soma                    pic 9(10).
      *Registros com origem conhecida: chave e hora das linhas da
      *trilha de auditoria (e dos bloqueios do SESSOES.LOG, para o
      *Usuarios.Arq) que explicam uma mudanca.
       01 ws-restore                 pic 9(14).
       01 ws-qtd-evidencias          pic 9(04).
       01 ws-ev-indice               pic 9(04).
       01 ws-tabela-evidencias.
          02 ws-evidencia occurs 3000 times.
             03 ws-ev-chave          pic x(10).
             03 ws-ev-quando         pic 9(14).
       01 ws-ev-quando-novo          pic 9(14).
       01 ws-ev-chave-nova           pic x(10).
       01 ws-audit-linha             pic x(250).
       01 ws-audit-tag               pic x(11).
       01 ws-audit-quando            pic x(14).
       01 ws-audit-operador          pic x(20).
       01 ws-audit-campo4            pic x(200).
       01 ws-audit-campo5            pic x(100).
       01 ws-alt-evento              pic x(12).
       01 ws-alt-numero              pic x(17).
       01 ws-alt-arquivo             pic x(14).
       01 ws-alt-acao                pic x(01).
       01 ws-alt-chave               pic x(10).
       01 ws-sessao-linha            pic x(80).
       01 ws-sessao-quando           pic x(15).
       01 ws-sessao-evento           pic x(10).
       01 ws-sessao-codigo           pic x(10).
       01 ws-linha-relatorio         pic x(132).
       linkage section.
      *ld-arquivo: USUARIOS, PERMISSOES, CREDITO, FAIXASCOM,
      *CONDPAGTO ou o nome de um arquivo .CFG.
       01 ld-arquivo                 pic x(14).
      *ld-modo: R = ao fim de uma manutencao, atualiza a fotografia
      *so do que tem origem na trilha; C = conferencia noturna, o
      *mesmo e ainda lista tudo no relatorio; F = fotografia
      *completa do estado atual (aceite do administrador).
       01 ld-modo                    pic x(01).
       01 ld-operador                pic x(10).
       01 ld-relatorio               pic x(60).
       01 ld-divergencias            pic 9(05).
       01 ld-explicadas              pic 9(05).
      *ld-retorno: 0=ok 1=INTEGRIDADE.ARQ indisponivel.
       01 ld-retorno                 pic x(01).
       procedure division using ld-arquivo
                                 ld-modo
                                 ld-operador
                                 ld-relatorio
                                 ld-divergencias
                                 ld-explicadas
                                 ld-retorno.
      *Compara cada registro do arquivo com a fotografia: registro
      *incluido, alterado ou excluido depois da fotografia so e
      *aceito com linha na trilha de auditoria posterior a ela
      *(ou restauracao de backup); o resto fica como divergencia e
      *volta a aparecer ate o administrador fotografar de novo.
       iniciando.
           move "1" to ld-retorno
           move zeros to ld-divergencias ld-explicadas ws-registros
           move function current-date(1:14) to ws-agora
           open i-o integridade
           if fs-integridade = "35" or fs-integridade = "05"
              close integridade
              open output integridade
              close integridade
              open i-o integridade
           end-if
           if fs-integridade not = "00"
              goback
           end-if
           move "0" to ld-retorno
           move ld-arquivo to arquivo-integ
           move spaces to registro-integ
           read integridade invalid key
              move zeros to fotografado-integ
           end-read
           move fotografado-integ to ws-foto-arquivo
           if ws-foto-arquivo = zeros or ld-modo = "F"
              perform fotografar thru fotografar-fim
              close integridade
              goback
           end-if
           move "N" to ws-fotografando
           perform carregar-evidencias thru carregar-evidencias-fim
           if ld-modo = "C"
              open extend relatorio-int
              if fs-relatorio not = "00"
                 open output relatorio-int
              end-if
           end-if
           perform percorrer-arquivo thru percorrer-arquivo-fim
           perform procurar-excluidos thru procurar-excluidos-fim
           move ld-arquivo to arquivo-integ
           move spaces to registro-integ
           read integridade invalid key
              continue
              not invalid key
              move ws-agora to conferido-integ
              rewrite registro-integridade invalid key
                 continue
              end-rewrite
           end-read
           if ld-modo = "C"
              close relatorio-int
           end-if
           close integridade
           goback.
      *Fotografia completa: descarta a anterior do arquivo e grava
      *a soma de todos os registros atuais.
       fotografar.
           move ld-arquivo to arquivo-integ
           move low-values to registro-integ
           start integridade key is >= chave-integridade invalid key
                 go fotografar-grava
           end-start.
       fotografar-descarta.
           read integridade next at end
              go fotografar-grava
           end-read
           if arquivo-integ not = ld-arquivo
              go fotografar-grava
           end-if
           delete integridade invalid key
              continue
           end-delete
           go fotografar-descarta.
       fotografar-grava.
           move "S" to ws-fotografando
           perform percorrer-arquivo thru percorrer-arquivo-fim
           move ld-arquivo to arquivo-integ
           move spaces to registro-integ
           move zeros to soma-integ
           move ws-agora to fotografado-integ conferido-integ
           write registro-integridade invalid key
              rewrite registro-integridade invalid key
                 continue
              end-rewrite
           end-write
           initialize ws-audit-linha
           string "INTEGRIDADE | "     delimited by size
                  ws-agora             delimited by size
                  " | OPERADOR="       delimited by size
                  ld-operador          delimited by space
                  " | FOTOGRAFIA ARQUIVO=" delimited by size
                  ld-arquivo           delimited by space
                  " REGISTROS="        delimited by size
                  ws-registros         delimited by size
                  into ws-audit-linha
           perform gravar-audit.
       fotografar-fim.
           exit.
      *Le o arquivo de controle registro a registro, montando chave
      *e imagem para a comparacao. Arquivo ausente conta como vazio.
       percorrer-arquivo.
           if ld-arquivo = "USUARIOS"
              go percorrer-usuarios
           end-if
           if ld-arquivo = "PERMISSOES"
              go percorrer-permissoes
           end-if
           if ld-arquivo = "CREDITO"
              go percorrer-credito
           end-if
           if ld-arquivo = "CONDPAGTO"
              go percorrer-condpagto
           end-if
           if ld-arquivo = "FAIXASCOM"
              go percorrer-faixascom
           end-if
           go percorrer-cfg.
       percorrer-usuarios.
           open input usuarios
           if fs-usuarios not = "00"
              go percorrer-arquivo-fim
           end-if.
       percorrer-usuarios-le.
           read usuarios next at end
              close usuarios
              go percorrer-arquivo-fim
           end-read
           move codigo-usuarios to ws-chave-atual
           move spaces to ws-imagem-atual
           string codigo-usuarios    delimited by size
                  nome-usuarios      delimited by size
                  nivel-usuarios     delimited by size
                  bloqueado-usuarios delimited by size
                  into ws-imagem-atual
           move 45 to ws-tamanho
           perform comparar-registro thru comparar-registro-fim
           go percorrer-usuarios-le.
       percorrer-permissoes.
           open input permissoes
           if fs-permissoes not = "00"
              go percorrer-arquivo-fim
           end-if.
       percorrer-permissoes-le.
           read permissoes next at end
              close permissoes
              go percorrer-arquivo-fim
           end-read
           move opcao-permissao to ws-chave-atual
           move registro-permissao to ws-imagem-atual
           move 3 to ws-tamanho
           perform comparar-registro thru comparar-registro-fim
           go percorrer-permissoes-le.
       percorrer-credito.
           open input credito
           if fs-credito not = "00"
              go percorrer-arquivo-fim
           end-if.
       percorrer-credito-le.
           read credito next at end
              close credito
              go percorrer-arquivo-fim
           end-read
           move cliente-credito to ws-chave-atual
           move registro-credito to ws-imagem-atual
           move 25 to ws-tamanho
           perform comparar-registro thru comparar-registro-fim
           go percorrer-credito-le.
       percorrer-condpagto.
           open input condpagto
           if fs-condpagto not = "00"
              go percorrer-arquivo-fim
           end-if.
       percorrer-condpagto-le.
           read condpagto next at end
              close condpagto
              go percorrer-arquivo-fim
           end-read
           move codigo-condpagto to ws-chave-atual
           move registro-condpagto to ws-imagem-atual
           move 54 to ws-tamanho
           perform comparar-registro thru comparar-registro-fim
           go percorrer-condpagto-le.
       percorrer-faixascom.
           open input faixascom
           if fs-faixascom not = "00"
              go percorrer-arquivo-fim
           end-if.
       percorrer-faixascom-le.
           read faixascom next at end
              close faixascom
              go percorrer-arquivo-fim
           end-read
           move faixa-faixascom to ws-chave-atual
           move registro-faixascom to ws-imagem-atual
           move 9 to ws-tamanho
           perform comparar-registro thru comparar-registro-fim
           go percorrer-faixascom-le.
      *Arquivo de parametros: a chave e o numero da linha.
       percorrer-cfg.
           move ld-arquivo to ws-cfg-nome
           move zeros to ws-linha-cfg
           open input arquivo-cfg
           if fs-cfg not = "00"
              go percorrer-arquivo-fim
           end-if.
       percorrer-cfg-le.
           read arquivo-cfg at end
              close arquivo-cfg
              go percorrer-arquivo-fim
           end-read
           add 1 to ws-linha-cfg
           move spaces to ws-chave-atual
           string "LINHA"       delimited by size
                  ws-linha-cfg  delimited by size
                  into ws-chave-atual
           move reg-cfg to ws-imagem-atual
           move 200 to ws-tamanho
           perform comparar-registro thru comparar-registro-fim
           go percorrer-cfg-le.
       percorrer-arquivo-fim.
           exit.
       comparar-registro.
           perform calcular-soma
           add 1 to ws-registros
           move ld-arquivo     to arquivo-integ
           move ws-chave-atual to registro-integ
           if ws-fotografando = "S"
              move ws-soma  to soma-integ
              move ws-agora to fotografado-integ conferido-integ
              write registro-integridade invalid key
                 continue
              end-write
              go comparar-registro-fim
           end-if
           read integridade invalid key
              move "INCLUIDO" to ws-situacao
              move ws-foto-arquivo to ws-desde
              go comparar-registro-origem
           end-read
           move ws-agora to conferido-integ
           if soma-integ = ws-soma
              rewrite registro-integridade invalid key
                 continue
              end-rewrite
              go comparar-registro-fim
           end-if
           move "ALTERADO" to ws-situacao
           move fotografado-integ to ws-desde.
       comparar-registro-origem.
           perform verificar-origem thru verificar-origem-fim
           if ws-explicada = "S"
              add 1 to ld-explicadas
              move ld-arquivo     to arquivo-integ
              move ws-chave-atual to registro-integ
              move ws-soma  to soma-integ
              move ws-agora to fotografado-integ conferido-integ
              if ws-situacao = "INCLUIDO"
                 write registro-integridade invalid key
                    continue
                 end-write
              else
                 rewrite registro-integridade invalid key
                    continue
                 end-rewrite
              end-if
           else
              add 1 to ld-divergencias
              if ws-situacao = "ALTERADO"
                 rewrite registro-integridade invalid key
                    continue
                 end-rewrite
              end-if
           end-if
           perform relatar-divergencia thru relatar-divergencia-fim.
       comparar-registro-fim.
           exit.
      *Registros da fotografia que nao apareceram na leitura.
       procurar-excluidos.
           move ld-arquivo to arquivo-integ
           move low-values to registro-integ
           start integridade key is >= chave-integridade invalid key
                 go procurar-excluidos-fim
           end-start.
       procurar-excluidos-le.
           read integridade next at end
              go procurar-excluidos-fim
           end-read
           if arquivo-integ not = ld-arquivo
              go procurar-excluidos-fim
           end-if
           if registro-integ = spaces
              or conferido-integ = ws-agora
              go procurar-excluidos-le
           end-if
           move "EXCLUIDO" to ws-situacao
           move registro-integ to ws-chave-atual
           move fotografado-integ to ws-desde
           perform verificar-origem thru verificar-origem-fim
           if ws-explicada = "S"
              add 1 to ld-explicadas
              delete integridade invalid key
                 continue
              end-delete
           else
              add 1 to ld-divergencias
           end-if
           perform relatar-divergencia thru relatar-divergencia-fim
           go procurar-excluidos-le.
       procurar-excluidos-fim.
           exit.
       verificar-origem.
           move "N" to ws-explicada
           if ws-restore > ws-desde
              move "S" to ws-explicada
              go verificar-origem-fim
           end-if
           move zeros to ws-ev-indice.
       verificar-origem-le.
           add 1 to ws-ev-indice
           if ws-ev-indice > ws-qtd-evidencias
              go verificar-origem-fim
           end-if
           if ws-ev-chave(ws-ev-indice) = ws-chave-atual
              and ws-ev-quando(ws-ev-indice) > ws-desde
              move "S" to ws-explicada
              go verificar-origem-fim
           end-if
           go verificar-origem-le.
       verificar-origem-fim.
           exit.
       relatar-divergencia.
           if ld-modo not = "C"
              go relatar-divergencia-fim
           end-if
           initialize ws-linha-relatorio
           string ld-arquivo         delimited by size
                  " "                delimited by size
                  ws-chave-atual     delimited by size
                  " "                delimited by size
                  ws-situacao        delimited by size
                  " "                delimited by size
                  ws-desde           delimited by size
                  " "                delimited by size
                  into ws-linha-relatorio
           if ws-explicada = "S"
              move "COM AUDITORIA" to ws-linha-relatorio(53:20)
           else
              move "SEM AUDITORIA - FORA DOS PROGRAMAS"
                   to ws-linha-relatorio(53:40)
           end-if
           write reg-relatorio from ws-linha-relatorio.
       relatar-divergencia-fim.
           exit.
      *Origens conhecidas por arquivo: USUARIOS na trilha
      *(LockMode, recertificacao) e bloqueios do SESSOES.LOG;
      *alteracao APROVADA na trilha (AprovaAlteracoes) para
      *CREDITO, CONDPAGTO, FAIXASCOM e PERMISSOES; RESTORE para
      *todos. Os .CFG so mudam com nova fotografia.
       carregar-evidencias.
           move zeros to ws-qtd-evidencias ws-restore
           open input audit-trail
           if fs-audit not = "00"
              go carregar-evidencias-sessoes
           end-if.
       carregar-evidencias-le.
           read audit-trail into ws-audit-linha at end
              close audit-trail
              go carregar-evidencias-sessoes
           end-read
           move spaces to ws-audit-tag ws-audit-quando
                          ws-audit-operador ws-audit-campo4
                          ws-audit-campo5
           unstring ws-audit-linha delimited by " | "
                    into ws-audit-tag ws-audit-quando
                         ws-audit-operador ws-audit-campo4
                         ws-audit-campo5
           end-unstring
           if ws-audit-quando is not numeric
              go carregar-evidencias-le
           end-if
           move ws-audit-quando to ws-ev-quando-novo
           if ws-audit-tag = "RESTORE"
              if ws-ev-quando-novo > ws-restore
                 move ws-ev-quando-novo to ws-restore
              end-if
              go carregar-evidencias-le
           end-if
           if ws-audit-tag = "USUARIOS" and ld-arquivo = "USUARIOS"
              if ws-audit-campo5(8:3) is numeric
                 move ws-audit-campo5(8:3) to ws-ev-chave-nova
              else
                 move ws-audit-campo4(7:3) to ws-ev-chave-nova
              end-if
              perform guardar-evidencia
              go carregar-evidencias-le
           end-if
           if ws-audit-tag not = "ALTERACAO"
              go carregar-evidencias-le
           end-if
           move spaces to ws-alt-evento ws-alt-numero ws-alt-arquivo
                          ws-alt-acao ws-alt-chave
           unstring ws-audit-campo4 delimited by " NUMERO="
                    or " ARQUIVO=" or " ACAO=" or " CHAVE="
                    or " SOLICITANTE="
                    into ws-alt-evento ws-alt-numero ws-alt-arquivo
                         ws-alt-acao ws-alt-chave
           end-unstring
           if ws-alt-evento = "APROVADA"
              and ws-alt-arquivo = ld-arquivo
              move ws-alt-chave to ws-ev-chave-nova
              perform guardar-evidencia
           end-if
           go carregar-evidencias-le.
       carregar-evidencias-sessoes.
           if ld-arquivo not = "USUARIOS"
              go carregar-evidencias-fim
           end-if
           open input sessoes-log
           if fs-sessoes not = "00"
              go carregar-evidencias-fim
           end-if.
       carregar-evidencias-sessoes-le.
           read sessoes-log into ws-sessao-linha at end
              close sessoes-log
              go carregar-evidencias-fim
           end-read
           move spaces to ws-sessao-quando ws-sessao-evento
                          ws-sessao-codigo
           unstring ws-sessao-linha delimited by " | "
                    into ws-sessao-quando ws-sessao-evento
                         ws-sessao-codigo
           end-unstring
           if ws-sessao-quando(1:14) is not numeric
              go carregar-evidencias-sessoes-le
           end-if
           if ws-sessao-evento = "BLOQUEIO"
              or ws-sessao-evento = "INATIVO"
              move ws-sessao-quando(1:14) to ws-ev-quando-novo
              move ws-sessao-codigo(1:3)  to ws-ev-chave-nova
              perform guardar-evidencia
           end-if
           go carregar-evidencias-sessoes-le.
       carregar-evidencias-fim.
           exit.
       guardar-evidencia.
           if ws-qtd-evidencias < 3000
              add 1 to ws-qtd-evidencias
              move ws-ev-chave-nova
                   to ws-ev-chave(ws-qtd-evidencias)
              move ws-ev-quando-novo
                   to ws-ev-quando(ws-qtd-evidencias)
           end-if.
       calcular-soma.
           move 1 to ws-soma-a
           move zeros to ws-soma-b
           perform somar-byte varying ws-posicao from 1 by 1
                   until ws-posicao > ws-tamanho
           compute ws-soma = ws-soma-b * 65536 + ws-soma-a.
       somar-byte.
           compute ws-soma-a = ws-soma-a
                 + function ord (ws-imagem-atual(ws-posicao:1))
           if ws-soma-a >= 65521
              subtract 65521 from ws-soma-a
           end-if
           add ws-soma-a to ws-soma-b
           if ws-soma-b >= 65521
              subtract 65521 from ws-soma-b
           end-if.
       gravar-audit.
           open extend audit-trail
           if fs-audit not = "00"
              open output audit-trail
           end-if
           write reg-audit from ws-audit-linha
           close audit-trail.
       end program FotografaControle.
