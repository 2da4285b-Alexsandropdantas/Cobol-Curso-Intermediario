      *Tabela fixa de opcoes; o nivel minimo de cada opcao pode ser
      *sobreposto pelo arquivo PERMISSOES.ARQ (opcao 99). Usada pelo
      *MenuMestre e pela recertificacao de acessos.
       01 ws-opcoes-fixas.
          02 filler pic x(33) value "01CRUD06              Cli DB  U".
          02 filler pic x(33) value "02BaseNativeCobol04   Cli Arq U".
          02 filler pic x(33) value "03LockMode            Vendedr U".
          02 filler pic x(33) value "04Pedidos             Pedidos U".
          02 filler pic x(33) value "05PedidosOffline      Ped Off U".
          02 filler pic x(33) value "06SubirPedidos        Ped Up  U".
          02 filler pic x(33) value "07Produtos            Produto U".
          02 filler pic x(33) value "08Cobranca            Cobranc U".
          02 filler pic x(33) value "09ExtratoCliente      Extrato U".
          02 filler pic x(33) value "10HistoricoClientes   Histori U".
          02 filler pic x(33) value "11AgingPedidos        Aging   U".
          02 filler pic x(33) value "12RelatorioMetas      Metas   U".
          02 filler pic x(33) value "13CoberturaVendedores Cobertu U".
          02 filler pic x(33) value "14VerProcessLog       RunLog  U".
          02 filler pic x(33) value "15VerAlertas          Alertas U".
          02 filler pic x(33) value "16AuditaClientes      Auditor U".
          02 filler pic x(33) value "17View                Views   U".
          02 filler pic x(33) value "18Triggers            Trigger A".
          02 filler pic x(33) value "19DynamicSQL          DynSQL  A".
          02 filler pic x(33) value "20Scheduler           Schedul A".
          02 filler pic x(33) value "21Housekeeping        Housekp A".
          02 filler pic x(33) value "22RestauraBackup      Restore A".
          02 filler pic x(33) value "23LiberaControle      RunCtrl A".
          02 filler pic x(33) value "24ManterUF            Tab UF  A".
          02 filler pic x(33) value "25ManterMotivos       Motivos A".
          02 filler pic x(33) value "26ManterSequencias    Sequenc A".
          02 filler pic x(33) value "27ManterComissao      Comissa A".
          02 filler pic x(33) value "28Comissoes           ApurCom A".
          02 filler pic x(33) value "29ReativaClientes     Reativa A".
          02 filler pic x(33) value "30ReatribuiVendedores Reatrib A".
          02 filler pic x(33) value "31ManterCredito       Credito A".
          02 filler pic x(33) value "32AplicaPagamentos    AplPgto U".
          02 filler pic x(33) value "33ConsultaCobranca    CobrCli U".
          02 filler pic x(33) value "34AprovaPedidos       AprvPed A".
          02 filler pic x(33) value "35DevolucaoPedidos    Devoluc U".
          02 filler pic x(33) value "36ManterContratos     Contrat A".
          02 filler pic x(33) value "37ConsultaPedidos     PesqPed U".
          02 filler pic x(33) value "38Expedicao           Expedic U".
          02 filler pic x(33) value "39Inventario          Inventa A".
          02 filler pic x(33) value "40Compras             Compras U".
          02 filler pic x(33) value "41RecebeCompras       Recebim U".
          02 filler pic x(33) value "42ManterCategorias    Categor A".
          02 filler pic x(33) value "43ReajustaPrecos      Reajust A".
          02 filler pic x(33) value "44ManterDescontos     Descont A".
          02 filler pic x(33) value "45ManterICMS          ICMS UF A".
          02 filler pic x(33) value "46GeraNFe             NFe Sai U".
          02 filler pic x(33) value "47AprovaComissao      AprvCom A".
          02 filler pic x(33) value "48ManterFaixasCom     FaixaCm A".
          02 filler pic x(33) value "49ComparaVendas       CmpVend U".
          02 filler pic x(33) value "50AnaliseABC          ABC     U".
          02 filler pic x(33) value "51FechaPeriodo        Fechame A".
          02 filler pic x(33) value "52MonitorBaseline     Monitor A".
          02 filler pic x(33) value "53RelatorioPassagem   Passage U".
          02 filler pic x(33) value "54VerCatalogo         Catalog U".
          02 filler pic x(33) value "55RelatorioSeguranca  Seguran A".
          02 filler pic x(33) value "56MigraSenhas         MigSenh A".
          02 filler pic x(33) value "57MigraVendedores     MigVend A".
          02 filler pic x(33) value "58MigraClientesArq    MigCli  A".
          02 filler pic x(33) value "59AgendaVisitas       Visitas U".
          02 filler pic x(33) value "60ArquivaPedidos      ArqPed  A".
          02 filler pic x(33) value "61UnloadTabelas       UnloadT A".
          02 filler pic x(33) value "62ReloadTabelas       ReloadT A".
          02 filler pic x(33) value "63ExtraiProdutos      ProdOff A".
          02 filler pic x(33) value "64AuditaPedidos       AudPed  U".
          02 filler pic x(33) value "65MargemVendas        Margem  U".
          02 filler pic x(33) value "66ContabilExporta     Contabi A".
          02 filler pic x(33) value "67ContasPagar         CtPagar A".
          02 filler pic x(33) value "68PagaFornecedores    PgForn  A".
          02 filler pic x(33) value "69ConciliaBancaria    ConcBco A".
          02 filler pic x(33) value "70RenegociaDivida     Acordos A".
          02 filler pic x(33) value "71BaixaPerdas         Perdas  A".
          02 filler pic x(33) value "72CobrancaPix         PIX     A".
          02 filler pic x(33) value "73Negativacao         Bureau  A".
          02 filler pic x(33) value "74ScoreCredito        Score   A".
          02 filler pic x(33) value "75RollForwardReceber  RollFwd A".
          02 filler pic x(33) value "76ManterCambio        Cambio  A".
          02 filler pic x(33) value "77EventoNFe           Evt NFe A".
          02 filler pic x(33) value "78LivroSaidas         Livro SdA".
          02 filler pic x(33) value "79FaturaMensal        FatMens A".
          02 filler pic x(33) value "80ManterTabelaPreco   TabPrecoA".
          02 filler pic x(33) value "81EstoqueSaidaLinha   EstSaidaA".
          02 filler pic x(33) value "82Transferencias      TransferA".
          02 filler pic x(33) value "83LotesVencer         LotesVncA".
          02 filler pic x(33) value "84ContagemCiclica     CicloCntA".
          02 filler pic x(33) value "85TabelaFrete         TabFreteA".
          02 filler pic x(33) value "86FreteMensal         FreteMesA".
          02 filler pic x(33) value "87LerCTe              LerCTe  A".
          02 filler pic x(33) value "88DesempenhoTransp    DesempTrA".
          02 filler pic x(33) value "89DevolucaoMensal     DevolMesA".
          02 filler pic x(33) value "90ScoreFornecedores   ScoreForA".
          02 filler pic x(33) value "91ManterGrupos        Grupos  A".
          02 filler pic x(33) value "92ManterCEP           Tab CEP A".
          02 filler pic x(33) value "93AuditaCEP           Aud CEP A".
          02 filler pic x(33) value "94FunilOrcamentos     FunilOrcA".
          02 filler pic x(33) value "95ClientesDormentes   DormenteA".
          02 filler pic x(33) value "96ChamadosSAC         SAC     A".
          02 filler pic x(33) value "97AgingChamados       AgingSACA".
          02 filler pic x(33) value "98ProcessaNotificacoesNotificaA".
       01 filler redefines ws-opcoes-fixas.
          02 ws-opcao-fixa occurs 98 times.
             03 ws-opcao-numero     pic 9(02).
             03 ws-opcao-programa   pic x(20).
             03 ws-opcao-rotulo     pic x(08).
             03 ws-opcao-nivel      pic x(01).
             03 filler              pic x(02).
