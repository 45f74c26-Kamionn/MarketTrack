           SELECT ticket-rejet-fichier ASSIGN TO "tickets-rejets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-ticket-rejet-fichier.
           SELECT tva-fichier ASSIGN TO "taux-tva.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tva-cle
               FILE STATUS IS statut-tva-fichier.
           SELECT cumul-tva-fichier ASSIGN TO "cumul-tva.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ctva-cle
               FILE STATUS IS statut-cumul-tva-fichier.
           SELECT etat-tva-fichier ASSIGN TO "etat-tva.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-tva-fichier.
           SELECT compte-client-fichier ASSIGN TO "comptes-clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cc-cle
               FILE STATUS IS statut-compte-client-fichier.
           SELECT reglement-fichier ASSIGN TO "reglements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-reglement-fichier.
           SELECT etat-releve-fichier ASSIGN TO "etat-releves-clients.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-releve-fichier.
           SELECT etat-balance-fichier ASSIGN TO "etat-balance-agee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-balance-fichier.
           SELECT commande-client-fichier ASSIGN TO "commandes-clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cde-numero
               FILE STATUS IS statut-commande-client-fichier.
           SELECT ligne-commande-fichier ASSIGN TO "lignes-commandes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lcde-cle
               FILE STATUS IS statut-ligne-commande-fichier.
           SELECT etat-commande-fichier ASSIGN TO "etat-commandes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-commande-fichier.
           SELECT demarque-fichier ASSIGN TO "demarques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-demarque-fichier.
           SELECT cumul-demarque-fichier ASSIGN TO "cumul-demarques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cdem-cle
               FILE STATUS IS statut-cumul-demarque-fichier.
           SELECT etat-demarque-fichier ASSIGN TO "etat-demarques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-demarque-fichier.
           SELECT nomenclature-fichier ASSIGN TO "nomenclatures.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nomenc-cle
               FILE STATUS IS statut-nomenclature-fichier.
           SELECT assemblage-fichier ASSIGN TO "assemblages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-assemblage-fichier.
           SELECT session-caisse-fichier ASSIGN TO "sessions-caisse.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sess-cle
               FILE STATUS IS statut-session-caisse-fichier.
           SELECT etat-caisse-fichier ASSIGN TO "etat-caisse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-caisse-fichier.
           SELECT etat-exception-caisse-fichier ASSIGN TO "etat-exceptions-caisse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-exception-caisse.
           SELECT mouvement-fichier ASSIGN TO "cumul-mouvements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mvt-cle
               FILE STATUS IS statut-mouvement-fichier.
           SELECT solde-fichier ASSIGN TO "cumul-soldes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sld-cle
               FILE STATUS IS statut-solde-fichier.
           SELECT etat-fiche-fichier ASSIGN TO "etat-fiche-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-fiche-fichier.
           SELECT etat-valorisation-fichier ASSIGN TO "etat-valorisation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-valorisation-fichier.
           SELECT abc-fichier ASSIGN TO "cumul-abc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS abc-code
               FILE STATUS IS statut-abc-fichier.
           SELECT classement-fichier ASSIGN TO "classement-abc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS clas-cle
               FILE STATUS IS statut-classement-fichier.
           SELECT dormant-fichier ASSIGN TO "cumul-dormants.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dor-cle
               FILE STATUS IS statut-dormant-fichier.
           SELECT etat-abc-fichier ASSIGN TO "etat-abc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-abc-fichier.
           SELECT etat-dormant-fichier ASSIGN TO "etat-stock-dormant.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-dormant-fichier.
           SELECT catalogue-fichier ASSIGN TO "catalogue-fournisseurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS catf-cle
               FILE STATUS IS statut-catalogue-fichier.
           SELECT import-catalogue-fichier ASSIGN TO "catalogue-import.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-import-catalogue.
           SELECT catalogue-rejet-fichier ASSIGN TO "catalogue-rejets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-catalogue-rejet.
           SELECT etat-catalogue-fichier ASSIGN TO "etat-exceptions-catalogue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-catalogue-fichier.
           SELECT sauvegarde-fichier ASSIGN TO "sauvegarde-stocks.sav"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-sauvegarde-fichier.
           SELECT sauvegarde-reprise-fichier ASSIGN TO "sauvegarde-avant-reprise.sav"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-sauvegarde-reprise.
           SELECT produit-ancien-fichier ASSIGN TO "produits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ancien-produit-code
               FILE STATUS IS statut-ancien-fichier.
           SELECT emplacement-ancien-fichier ASSIGN TO "stock-emplacement.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ancien-emplacement-cle
               FILE STATUS IS statut-ancien-fichier.
           SELECT client-ancien-fichier ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ancien-client-code
               FILE STATUS IS statut-ancien-fichier.
           SELECT conversion-fichier ASSIGN TO "conversion-maitres.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-conversion-fichier.
           SELECT troncature-fichier ASSIGN TO "troncature-journal.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-troncature-fichier.
           SELECT reprise-lot-fichier ASSIGN TO "cumul-reprise-lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rlot-cle
               FILE STATUS IS statut-reprise-lot-fichier.
           SELECT etat-reprise-fichier ASSIGN TO "etat-reprise.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statut-etat-reprise-fichier.
           SELECT meilleur-prix-fichier ASSIGN TO "cumul-meilleurs-prix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mp-produit
               FILE STATUS IS statut-meilleur-prix-fichier.

       DATA DIVISION.
       FILE SECTION.
           05 produit-fournisseur     PIC X(10).
           05 produit-prix-achat      PIC 9(5)V99.
           05 produit-code-barre      PIC X(13).
           05 produit-classe-abc      PIC X(1).

       FD reception-fichier.
       01 reception-enregistrement.
           05 reception-fournisseur   PIC X(10).
           05 reception-lot           PIC X(10).
           05 reception-peremption    PIC X(8).
           05 reception-lieu          PIC X(5).
           05 reception-operateur     PIC X(10).
           05 reception-prix-achat    PIC 9(5)V99.

       FD vente-fichier.
       01 vente-enregistrement.
           05 vente-client            PIC X(10).
           05 vente-prix-normal       PIC 9(5)V99.
           05 vente-prix-applique     PIC 9(5)V99.
           05 vente-montant-ht        PIC 9(7)V99.
           05 vente-code-tva          PIC X(2).
           05 vente-taux-tva          PIC 9(2)V99.
           05 vente-montant-tva       PIC 9(7)V99.
           05 vente-a-credit          PIC X(1).
           05 vente-lieu              PIC X(5).
           05 vente-operateur         PIC X(10).
           05 vente-mode-reglement    PIC X(1).

       FD archive-fichier.
       01 archive-enregistrement.
           05 cloture-total-ventes    PIC 9(9)V99.
           05 cloture-prix-achat      PIC 9(5)V99.
           05 cloture-valeur-cout     PIC 9(11)V99.
           05 cloture-lieu            PIC X(5).
           05 cloture-lot             PIC X(10).
           05 cloture-peremption      PIC X(8).

       FD emplacement-fichier.
       01 emplacement-enregistrement.
               10 emplacement-code-produit PIC X(10).
               10 emplacement-code-lieu    PIC X(5).
           05 emplacement-quantite    PIC 9(5).
           05 emplacement-quantite-reservee PIC 9(5).

       FD transfert-fichier.
       01 transfert-enregistrement.
           05 transfert-quantite      PIC 9(5).
           05 transfert-date          PIC X(8).
           05 transfert-heure         PIC X(6).
           05 transfert-operateur     PIC X(10).

       FD ajustement-fichier.
       01 ajustement-enregistrement.
           05 ajustement-valeur-ecart PIC S9(9)V99.
           05 ajustement-date         PIC X(8).
           05 ajustement-heure        PIC X(6).
           05 ajustement-operateur    PIC X(10).

       FD ecart-fichier.
       01 ecart-enregistrement.
           05 suggestion-nom          PIC X(30).
           05 suggestion-quantite     PIC 9(5).
           05 suggestion-fournisseur  PIC X(10).
           05 suggestion-reference    PIC X(20).
           05 suggestion-prix-achat   PIC 9(5)V99.
           05 suggestion-delai        PIC 9(3).
           05 suggestion-date-livraison PIC X(8).

       FD retour-fichier.
       01 retour-enregistrement.
           05 retour-heure            PIC X(6).
           05 retour-motif            PIC X(30).
           05 retour-client           PIC X(10).
           05 retour-montant-ht       PIC 9(7)V99.
           05 retour-code-tva         PIC X(2).
           05 retour-taux-tva         PIC 9(2)V99.
           05 retour-montant-tva      PIC 9(7)V99.
           05 retour-a-credit         PIC X(1).
           05 retour-lieu             PIC X(5).
           05 retour-operateur        PIC X(10).
           05 retour-mode-reglement   PIC X(1).

       FD fournisseur-fichier.
       01 fournisseur-record.
           05 ctl-ventes           PIC S9(7).
           05 ctl-retours          PIC S9(7).
           05 ctl-ajustements      PIC S9(7).
           05 ctl-demarques        PIC S9(7).
           05 ctl-assemblages      PIC S9(7).

       FD marge-fichier.
       01 marge-enregistrement.
           05 client-code             PIC X(10).
           05 client-nom              PIC X(30).
           05 client-contact          PIC X(30).
           05 client-plafond-credit   PIC 9(7)V99.
           05 client-delai-paiement   PIC 9(3).

       FD ticket-fichier.
       01 ticket-enregistrement.
           05 rejet-heure             PIC X(6).
           05 rejet-motif             PIC X(2).

       FD tva-fichier.
       01 tva-enregistrement.
           05 tva-cle.
               10 tva-categorie       PIC X(15).
               10 tva-date-effet      PIC X(8).
           05 tva-code                PIC X(2).
           05 tva-taux                PIC 9(2)V99.

       FD cumul-tva-fichier.
       01 cumul-tva-enregistrement.
           05 ctva-cle.
               10 ctva-code           PIC X(2).
               10 ctva-taux           PIC 9(2)V99.
           05 ctva-nb-ventes          PIC 9(7).
           05 ctva-base-ventes        PIC S9(11)V99.
           05 ctva-tva-ventes         PIC S9(11)V99.
           05 ctva-nb-retours         PIC 9(7).
           05 ctva-base-retours       PIC S9(11)V99.
           05 ctva-tva-retours        PIC S9(11)V99.

       FD etat-tva-fichier.
       01 etat-tva-ligne              PIC X(132).

       FD compte-client-fichier.
       01 compte-client-enregistrement.
           05 cc-cle.
               10 cc-client           PIC X(10).
               10 cc-date             PIC X(8).
               10 cc-heure            PIC X(6).
               10 cc-sequence         PIC 9(2).
           05 cc-type                 PIC X(1).
           05 cc-reference            PIC X(10).
           05 cc-montant              PIC 9(7)V99.
           05 cc-montant-impute       PIC 9(7)V99.
           05 cc-echeance             PIC X(8).
           05 cc-operateur            PIC X(10).
           05 cc-approbateur          PIC X(10).

       FD reglement-fichier.
       01 reglement-enregistrement.
           05 reglement-client        PIC X(10).
           05 reglement-montant       PIC 9(7)V99.
           05 reglement-mode          PIC X(1).
           05 reglement-date          PIC X(8).
           05 reglement-heure         PIC X(6).
           05 reglement-operateur     PIC X(10).
           05 reglement-non-impute    PIC 9(7)V99.

       FD etat-releve-fichier.
       01 etat-releve-ligne           PIC X(132).

       FD etat-balance-fichier.
       01 etat-balance-ligne          PIC X(132).

       FD commande-client-fichier.
       01 commande-client-enregistrement.
           05 cde-numero              PIC 9(8).
           05 cde-client              PIC X(10).
           05 cde-date                PIC X(8).
           05 cde-heure               PIC X(6).
           05 cde-date-souhaitee      PIC X(8).
           05 cde-statut              PIC X(1).
           05 cde-operateur           PIC X(10).

       FD ligne-commande-fichier.
       01 ligne-commande-enregistrement.
           05 lcde-cle.
               10 lcde-numero         PIC 9(8).
               10 lcde-ligne          PIC 9(3).
           05 lcde-produit            PIC X(10).
           05 lcde-lieu               PIC X(5).
           05 lcde-quantite-commandee PIC 9(5).
           05 lcde-quantite-reservee  PIC 9(5).
           05 lcde-quantite-livree    PIC 9(5).

       FD etat-commande-fichier.
       01 etat-commande-ligne         PIC X(132).

       FD demarque-fichier.
       01 demarque-enregistrement.
           05 demarque-code           PIC X(10).
           05 demarque-categorie      PIC X(15).
           05 demarque-lieu           PIC X(5).
           05 demarque-lot            PIC X(10).
           05 demarque-quantite       PIC 9(5).
           05 demarque-motif          PIC X(1).
           05 demarque-prix-achat     PIC 9(5)V99.
           05 demarque-valeur         PIC 9(9)V99.
           05 demarque-fournisseur    PIC X(10).
           05 demarque-avoir-attendu  PIC 9(7)V99.
           05 demarque-date           PIC X(8).
           05 demarque-heure          PIC X(6).
           05 demarque-operateur      PIC X(10).

       FD cumul-demarque-fichier.
       01 cumul-demarque-enregistrement.
           05 cdem-cle.
               10 cdem-motif          PIC X(1).
               10 cdem-categorie      PIC X(15).
           05 cdem-nombre             PIC 9(5).
           05 cdem-quantite           PIC 9(7).
           05 cdem-valeur             PIC 9(11)V99.
           05 cdem-avoir              PIC 9(11)V99.

       FD etat-demarque-fichier.
       01 etat-demarque-ligne         PIC X(132).

       FD nomenclature-fichier.
       01 nomenclature-enregistrement.
           05 nomenc-cle.
               10 nomenc-kit          PIC X(10).
               10 nomenc-composant    PIC X(10).
           05 nomenc-quantite         PIC 9(3).

       FD assemblage-fichier.
       01 assemblage-enregistrement.
           05 asm-type                PIC X(1).
           05 asm-kit                 PIC X(10).
           05 asm-produit             PIC X(10).
           05 asm-lieu                PIC X(5).
           05 asm-sens                PIC X(1).
           05 asm-quantite            PIC 9(5).
           05 asm-date                PIC X(8).
           05 asm-heure               PIC X(6).
           05 asm-operateur           PIC X(10).

       FD session-caisse-fichier.
       01 session-caisse-enregistrement.
           05 sess-cle.
               10 sess-operateur      PIC X(10).
               10 sess-date-ouverture PIC X(8).
               10 sess-heure-ouverture PIC X(6).
           05 sess-lieu               PIC X(5).
           05 sess-statut             PIC X(1).
           05 sess-fond-caisse        PIC 9(7)V99.
           05 sess-date-fermeture     PIC X(8).
           05 sess-heure-fermeture    PIC X(6).
           05 sess-attendu-especes    PIC S9(7)V99.
           05 sess-attendu-carte      PIC S9(7)V99.
           05 sess-attendu-cheque     PIC S9(7)V99.
           05 sess-declare-especes    PIC 9(7)V99.
           05 sess-declare-carte      PIC 9(7)V99.
           05 sess-declare-cheque     PIC 9(7)V99.
           05 sess-ecart              PIC S9(7)V99.
           05 sess-nombre-ventes      PIC 9(5).
           05 sess-nombre-retours     PIC 9(5).

       FD etat-caisse-fichier.
       01 etat-caisse-ligne           PIC X(132).

       FD etat-exception-caisse-fichier.
       01 etat-exception-caisse-ligne PIC X(132).

       FD mouvement-fichier.
       01 mouvement-enregistrement.
           05 mvt-cle.
               10 mvt-code            PIC X(10).
               10 mvt-date            PIC X(8).
               10 mvt-heure           PIC X(6).
               10 mvt-sequence        PIC 9(7).
           05 mvt-type                PIC X(3).
           05 mvt-lieu                PIC X(5).
           05 mvt-quantite            PIC S9(7).
           05 mvt-prix-achat          PIC 9(5)V99.
           05 mvt-reference           PIC X(10).
           05 mvt-lot                 PIC X(10).
           05 mvt-peremption          PIC X(8).

       FD solde-fichier.
       01 solde-enregistrement.
           05 sld-cle.
               10 sld-code            PIC X(10).
               10 sld-lieu            PIC X(5).
           05 sld-quantite            PIC S9(7).
           05 sld-prix-moyen          PIC 9(5)V99.

       FD etat-fiche-fichier.
       01 etat-fiche-ligne            PIC X(132).

       FD etat-valorisation-fichier.
       01 etat-valorisation-ligne     PIC X(132).

       FD abc-fichier.
       01 abc-enregistrement.
           05 abc-code                PIC X(10).
           05 abc-categorie           PIC X(15).
           05 abc-quantite            PIC S9(7).
           05 abc-ca                  PIC S9(9)V99.
           05 abc-marge               PIC S9(9)V99.
           05 abc-derniere-vente      PIC X(8).
           05 abc-rang-marge          PIC 9(5).

       FD classement-fichier.
       01 classement-enregistrement.
           05 clas-cle.
               10 clas-type           PIC X(1).
               10 clas-valeur         PIC 9(12)V99.
               10 clas-code           PIC X(10).

       FD dormant-fichier.
       01 dormant-enregistrement.
           05 dor-cle.
               10 dor-categorie       PIC X(15).
               10 dor-fournisseur     PIC X(10).
               10 dor-code            PIC X(10).
           05 dor-nom                 PIC X(30).
           05 dor-motif               PIC X(10).
           05 dor-classe              PIC X(1).
           05 dor-quantite            PIC 9(5).
           05 dor-derniere-vente      PIC X(8).
           05 dor-jours-couverture    PIC 9(5).
           05 dor-valeur              PIC 9(11)V99.

       FD etat-abc-fichier.
       01 etat-abc-ligne              PIC X(132).

       FD etat-dormant-fichier.
       01 etat-dormant-ligne          PIC X(132).

       FD catalogue-fichier.
       01 catalogue-enregistrement.
           05 catf-cle.
               10 catf-fournisseur    PIC X(10).
               10 catf-produit        PIC X(10).
           05 catf-reference          PIC X(20).
           05 catf-colisage           PIC 9(5).
           05 catf-minimum            PIC 9(5).
           05 catf-prix               PIC 9(5)V99.
           05 catf-date-validite      PIC X(8).
           05 catf-date-import        PIC X(8).

       FD import-catalogue-fichier.
       01 import-catalogue-enregistrement.
           05 impc-fournisseur        PIC X(10).
           05 impc-produit            PIC X(10).
           05 impc-reference          PIC X(20).
           05 impc-colisage           PIC 9(5).
           05 impc-minimum            PIC 9(5).
           05 impc-prix               PIC 9(5)V99.
           05 impc-date-validite      PIC X(8).

       FD catalogue-rejet-fichier.
       01 catalogue-rejet-enregistrement.
           05 rejc-ligne              PIC X(65).
           05 rejc-motif              PIC X(2).

       FD etat-catalogue-fichier.
       01 etat-catalogue-ligne        PIC X(132).

       FD sauvegarde-fichier.
       01 sauvegarde-ligne.
           05 sauv-type               PIC X(1).
           05 sauv-donnees            PIC X(108).

       FD sauvegarde-reprise-fichier.
       01 sauvegarde-reprise-ligne.
           05 srep-type               PIC X(1).
           05 srep-donnees            PIC X(108).

       FD produit-ancien-fichier.
       01 produit-ancien-record.
           05 ancien-produit-code     PIC X(10).
           05 ancien-produit-donnees  PIC X(97).

       FD emplacement-ancien-fichier.
       01 emplacement-ancien-enregistrement.
           05 ancien-emplacement-cle  PIC X(15).
           05 ancien-emplacement-quantite PIC 9(5).

       FD client-ancien-fichier.
       01 client-ancien-record.
           05 ancien-client-code      PIC X(10).
           05 ancien-client-donnees   PIC X(60).

       FD conversion-fichier.
       01 conversion-ligne            PIC X(108).

       FD troncature-fichier.
       01 troncature-ligne            PIC X(150).

       FD reprise-lot-fichier.
       01 reprise-lot-enregistrement.
           05 rlot-cle.
               10 rlot-code           PIC X(10).
               10 rlot-lieu           PIC X(5).
               10 rlot-numero         PIC X(10).
           05 rlot-peremption         PIC X(8).
           05 rlot-quantite           PIC S9(7).

       FD etat-reprise-fichier.
       01 etat-reprise-ligne          PIC X(132).

       FD meilleur-prix-fichier.
       01 meilleur-prix-enregistrement.
           05 mp-produit              PIC X(10).
           05 mp-fournisseur          PIC X(10).
           05 mp-reference            PIC X(20).
           05 mp-colisage             PIC 9(5).
           05 mp-minimum              PIC 9(5).
           05 mp-prix                 PIC 9(5)V99.
           05 mp-delai                PIC 9(3).

       WORKING-STORAGE SECTION.
       77 choix-utilisateur       PIC 99 VALUE 0.
       77 recherche-code          PIC X(10).
           88 fin-de-fichier-fournisseur VALUE "O".
       77 date-debut-rapport       PIC X(8).
       77 date-fin-rapport         PIC X(8).
       77 statut-tva-fichier       PIC X(2).
       77 statut-cumul-tva-fichier PIC X(2).
       77 statut-etat-tva-fichier  PIC X(2).
       77 choix-tva                PIC 9 VALUE 0.
       77 fin-fichier-tva          PIC X(1) VALUE "N".
           88 fin-de-fichier-tva   VALUE "O".
       77 fin-fichier-cumul-tva    PIC X(1) VALUE "N".
           88 fin-de-fichier-cumul-tva VALUE "O".
       77 taux-tva-trouve          PIC X(1) VALUE "N".
           88 taux-tva-est-trouve  VALUE "O".
       77 categorie-tva-recherchee PIC X(15).
       77 date-application-tva     PIC X(8).
       77 code-tva-applique        PIC X(2).
       77 taux-tva-applique        PIC 9(2)V99.
       77 montant-ttc-calcule      PIC 9(7)V99.
       77 montant-ht-calcule       PIC 9(7)V99.
       77 montant-tva-calcule      PIC 9(7)V99.
       77 somme-export-ventes-ht   PIC 9(11)V99 VALUE 0.
       77 somme-export-ventes-tva  PIC 9(11)V99 VALUE 0.
       77 somme-export-retours-ht  PIC 9(11)V99 VALUE 0.
       77 somme-export-retours-tva PIC 9(11)V99 VALUE 0.
       77 montant-ht-edite         PIC 9(7).99.
       77 montant-tva-edite        PIC 9(7).99.
       77 somme-ht-editee          PIC 9(11).99.
       77 somme-tva-editee         PIC 9(11).99.
       77 somme-retours-ht-editee  PIC 9(11).99.
       77 somme-retours-tva-editee PIC 9(11).99.
       77 taux-tva-edite           PIC 99.99.
       77 base-tva-editee          PIC -9(11).99.
       77 montant-tva-etat-edite   PIC -9(11).99.
       77 base-nette-tva           PIC S9(11)V99.
       77 tva-nette-calculee       PIC S9(11)V99.
       77 total-base-nette-tva     PIC S9(13)V99 VALUE 0.
       77 statut-compte-client-fichier PIC X(2).
       77 statut-reglement-fichier PIC X(2).
       77 statut-etat-releve-fichier PIC X(2).
       77 statut-etat-balance-fichier PIC X(2).
       77 fin-fichier-compte-client PIC X(1) VALUE "N".
           88 fin-de-fichier-compte-client VALUE "O".
       77 vente-sur-compte         PIC X(1) VALUE "N".
           88 vente-est-sur-compte VALUE "O".
       77 retour-sur-compte        PIC X(1) VALUE "N".
           88 retour-est-sur-compte VALUE "O".
       77 approbation-accordee     PIC X(1) VALUE "N".
           88 approbation-est-accordee VALUE "O".
       77 approbateur-credit       PIC X(10).
       77 solde-client-calcule     PIC S9(9)V99 VALUE 0.
       77 solde-client-projete     PIC S9(9)V99 VALUE 0.
       77 type-piece-client        PIC X(1).
       77 reference-piece-client   PIC X(10).
       77 montant-piece-client     PIC 9(7)V99.
       77 montant-ouvert-piece     PIC S9(9)V99.
       77 piece-client-ecrite      PIC X(1) VALUE "N".
           88 piece-client-est-ecrite VALUE "O".
       77 cle-piece-ecrite         PIC X(26).
       77 date-echeance-num        PIC 9(8).
       77 montant-reglement        PIC 9(7)V99.
       77 mode-reglement           PIC X(1).
       77 imputation-possible      PIC X(1) VALUE "N".
           88 imputation-en-cours  VALUE "O".
       77 facture-ouverte          PIC X(1) VALUE "N".
           88 facture-ouverte-trouvee VALUE "O".
       77 credit-ouvert            PIC X(1) VALUE "N".
           88 credit-ouvert-trouve VALUE "O".
       77 cle-facture-retenue      PIC X(26).
       77 cle-credit-retenue       PIC X(26).
       77 reste-facture            PIC 9(7)V99.
       77 reste-credit             PIC 9(7)V99.
       77 montant-a-imputer        PIC 9(7)V99.
       77 solde-ouverture-releve   PIC S9(9)V99.
       77 solde-courant-releve     PIC S9(9)V99.
       77 nombre-pieces-releve     PIC 9(5).
       77 libelle-piece            PIC X(9).
       77 montant-piece-edite      PIC -9(9).99.
       77 solde-releve-edite       PIC -9(9).99.
       77 releves-edites           PIC 9(5) VALUE 0.
       77 jour-courant-entier      PIC 9(7).
       77 anciennete-jours         PIC S9(7).
       77 client-balance-courant   PIC X(10).
       77 balance-non-echu         PIC S9(9)V99.
       77 balance-tranche-1        PIC S9(9)V99.
       77 balance-tranche-2        PIC S9(9)V99.
       77 balance-tranche-3        PIC S9(9)V99.
       77 balance-tranche-4        PIC S9(9)V99.
       77 balance-total-client     PIC S9(9)V99.
       77 total-non-echu           PIC S9(11)V99.
       77 total-tranche-1          PIC S9(11)V99.
       77 total-tranche-2          PIC S9(11)V99.
       77 total-tranche-3          PIC S9(11)V99.
       77 total-tranche-4          PIC S9(11)V99.
       77 non-echu-edite           PIC -9(9).99.
       77 tranche-1-editee         PIC -9(9).99.
       77 tranche-2-editee         PIC -9(9).99.
       77 tranche-3-editee         PIC -9(9).99.
       77 tranche-4-editee         PIC -9(9).99.
       77 total-client-edite       PIC -9(9).99.
       77 marque-depassement       PIC X(8).
       77 statut-commande-client-fichier PIC X(2).
       77 statut-ligne-commande-fichier PIC X(2).
       77 statut-etat-commande-fichier PIC X(2).
       77 choix-commande           PIC 9 VALUE 0.
       77 fin-fichier-commande-client PIC X(1) VALUE "N".
           88 fin-de-fichier-commande-client VALUE "O".
       77 fin-fichier-ligne-commande PIC X(1) VALUE "N".
           88 fin-de-fichier-ligne-commande VALUE "O".
       77 commande-trouvee         PIC X(1) VALUE "N".
           88 commande-est-trouvee VALUE "O".
       77 fin-saisie-commande      PIC X(1) VALUE "N".
           88 fin-de-saisie-commande VALUE "O".
       77 numero-commande-saisi    PIC 9(8).
       77 numero-commande-courant  PIC 9(8) VALUE 0.
       77 numero-ligne-commande    PIC 9(3) VALUE 0.
       77 quantite-commandee       PIC 9(5).
       77 quantite-a-reserver      PIC 9(5).
       77 quantite-expediee        PIC 9(5).
       77 quantite-reliquat        PIC S9(7).
       77 quantite-disponible-emp  PIC S9(7).
       77 quantite-disponible-produit PIC S9(7).
       77 quantite-reservee-produit PIC S9(7).
       77 quantite-reservee-affichee PIC 9(7).
       77 livraison-sur-compte     PIC X(1) VALUE "N".
           88 livraison-est-sur-compte VALUE "O".
       77 lignes-commande-soldees  PIC X(1) VALUE "O".
           88 commande-entierement-livree VALUE "O".
       77 lignes-commande-livrees  PIC X(1) VALUE "N".
           88 commande-partiellement-livree VALUE "O".
       77 nombre-lignes-expediees  PIC 9(3) VALUE 0.
       77 nombre-commandes-ouvertes PIC 9(5) VALUE 0.
       77 total-reliquats-etat     PIC 9(7) VALUE 0.
       77 libelle-statut-commande  PIC X(10).
       77 date-souhaitee-saisie    PIC X(8).
       77 reliquat-affiche         PIC 9(5).
       77 statut-demarque-fichier  PIC X(2).
       77 statut-cumul-demarque-fichier PIC X(2).
       77 statut-etat-demarque-fichier PIC X(2).
       77 fin-fichier-demarque     PIC X(1) VALUE "N".
           88 fin-de-fichier-demarque VALUE "O".
       77 fin-fichier-cumul-demarque PIC X(1) VALUE "N".
           88 fin-de-fichier-cumul-demarque VALUE "O".
       77 motif-demarque           PIC X(1).
           88 motif-demarque-valide VALUE "P" "D" "V" "I" "F".
       77 libelle-motif-demarque   PIC X(20).
       77 lot-demarque             PIC X(10).
       77 quantite-demarquee       PIC 9(5).
       77 valeur-demarque          PIC 9(9)V99.
       77 avoir-attendu            PIC 9(7)V99.
       77 fournisseur-demarque     PIC X(10).
       77 date-reference-peremption PIC X(8).
       77 nombre-lots-demarques    PIC 9(5) VALUE 0.
       77 valeur-totale-demarques  PIC 9(11)V99 VALUE 0.
       77 motif-rupture-demarque   PIC X(1).
       77 sous-total-quantite-demarque PIC 9(7) VALUE 0.
       77 sous-total-valeur-demarque PIC 9(11)V99 VALUE 0.
       77 sous-total-avoir-demarque PIC 9(11)V99 VALUE 0.
       77 total-quantite-demarque  PIC 9(7) VALUE 0.
       77 total-avoir-demarque     PIC 9(11)V99 VALUE 0.
       77 valeur-demarque-editee   PIC 9(11).99.
       77 avoir-demarque-edite     PIC 9(11).99.
       77 nb-export-demarques      PIC 9(7) VALUE 0.
       77 somme-export-demarques   PIC 9(11)V99 VALUE 0.
       77 somme-export-avoirs      PIC 9(11)V99 VALUE 0.
       77 somme-demarques-editee   PIC 9(11).99.
       77 somme-avoirs-editee      PIC 9(11).99.
       77 statut-nomenclature-fichier PIC X(2).
       77 statut-assemblage-fichier PIC X(2).
       77 choix-nomenclature       PIC 9 VALUE 0.
       77 fin-fichier-nomenclature PIC X(1) VALUE "N".
           88 fin-de-fichier-nomenclature VALUE "O".
       77 fin-fichier-assemblage   PIC X(1) VALUE "N".
           88 fin-de-fichier-assemblage VALUE "O".
       77 kit-trouve               PIC X(1) VALUE "N".
           88 produit-est-kit      VALUE "O".
       77 composant-utilise        PIC X(1) VALUE "N".
           88 composant-est-utilise VALUE "O".
       77 composants-suffisants    PIC X(1) VALUE "O".
           88 composants-sont-suffisants VALUE "O".
       77 affichage-nomenclature   PIC X(1) VALUE "N".
           88 nomenclature-a-afficher VALUE "O".
       77 code-kit                 PIC X(10).
       77 lieu-kit                 PIC X(5).
       77 composant-saisi          PIC X(10).
       77 quantite-composant-saisie PIC 9(3).
       77 quantite-a-assembler     PIC 9(5).
       77 quantite-kit-assemblable PIC 9(5) VALUE 0.
       77 assemblage-vente-kit     PIC X(1) VALUE "N".
           88 assemblage-vente-prevu VALUE "O".
       77 quantite-composant-requise PIC 9(7).
       77 type-assemblage          PIC X(1).
       77 sens-assemblage          PIC X(1).
       77 produit-assemblage       PIC X(10).
       77 quantite-assemblage      PIC 9(5).
       77 cout-kit-calcule         PIC 9(7)V99.
       77 nombre-composants        PIC 9(3).
       77 statut-session-caisse-fichier PIC X(2).
       77 statut-etat-caisse-fichier PIC X(2).
       77 statut-etat-exception-caisse PIC X(2).
       77 choix-caisse             PIC 9 VALUE 0.
       77 fin-fichier-session      PIC X(1) VALUE "N".
           88 fin-de-fichier-session VALUE "O".
       77 session-ouverte          PIC X(1) VALUE "N".
           88 session-est-ouverte  VALUE "O".
       77 mouvement-dans-session   PIC X(1) VALUE "N".
           88 mouvement-est-dans-session VALUE "O".
       77 mode-reglement-caisse    PIC X(1) VALUE "E".
           88 mode-reglement-caisse-valide VALUE "E" "C" "Q".
       77 tolerance-ecart-caisse   PIC 9(5)V99 VALUE 5.00.
       77 fond-caisse-saisi        PIC 9(7)V99.
       77 lieu-session             PIC X(5).
       77 date-mouvement           PIC X(8).
       77 heure-mouvement          PIC X(6).
       77 total-attendu-session    PIC S9(9)V99.
       77 total-declare-session    PIC 9(9)V99.
       77 ecart-absolu-session     PIC 9(7)V99.
       77 ecart-mode-session       PIC S9(7)V99.
       77 nombre-sessions-exception PIC 9(5) VALUE 0.
       77 montant-attendu-edite    PIC -9(7).99.
       77 montant-declare-edite    PIC -9(7).99.
       77 montant-ecart-edite      PIC -9(7).99.
       77 libelle-mode-reglement   PIC X(10).
       77 tolerance-editee         PIC 9(5).99.
       77 statut-mouvement-fichier PIC X(2).
       77 statut-solde-fichier     PIC X(2).
       77 statut-etat-fiche-fichier PIC X(2).
       77 statut-etat-valorisation-fichier PIC X(2).
       77 fin-fichier-mouvement    PIC X(1) VALUE "N".
           88 fin-de-fichier-mouvement VALUE "O".
       77 fin-fichier-solde        PIC X(1) VALUE "N".
           88 fin-de-fichier-solde VALUE "O".
       77 fin-fichier-transfert    PIC X(1) VALUE "N".
           88 fin-de-fichier-transfert VALUE "O".
       77 fin-fichier-ajustement-fiche PIC X(1) VALUE "N".
           88 fin-de-fichier-ajustement-fiche VALUE "O".
       77 mode-fiche               PIC X(1) VALUE "P".
       77 choix-fiche              PIC 9 VALUE 0.
       77 code-fiche               PIC X(10).
       77 categorie-fiche          PIC X(15).
       77 code-selection           PIC X(10).
       77 produit-dans-selection   PIC X(1) VALUE "N".
           88 produit-est-selectionne VALUE "O".
       77 mouvement-dans-fenetre   PIC X(1) VALUE "N".
           88 mouvement-est-dans-fenetre VALUE "O".
       77 ouverture-fiche-editee   PIC X(1) VALUE "N".
           88 ouverture-est-editee VALUE "O".
       77 lieu-total-fiche         PIC X(5) VALUE "*****".
       77 date-cloture-reference   PIC X(8).
       77 heure-cloture-reference  PIC X(6).
       77 date-limite-cloture      PIC X(8).
       77 date-limite-numerique    PIC 9(8).
       77 date-fin-mouvements      PIC X(8).
       77 date-valorisation        PIC X(8).
       77 sequence-mouvement       PIC 9(7) VALUE 0.
       77 type-mouvement-fiche     PIC X(3).
       77 lieu-mouvement           PIC X(5).
       77 quantite-mouvement       PIC S9(7).
       77 prix-mouvement           PIC 9(5)V99.
       77 reference-mouvement      PIC X(10).
       77 solde-total-fiche        PIC S9(7).
       77 solde-lieu-fiche         PIC S9(7).
       77 prix-moyen-fiche         PIC 9(5)V99.
       77 valeur-fiche             PIC S9(11)V99.
       77 total-quantite-valorisee PIC S9(9) VALUE 0.
       77 nombre-mouvements-fiche  PIC 9(7) VALUE 0.
       77 quantite-fiche-editee    PIC -9(7).
       77 solde-lieu-edite         PIC -9(7).
       77 solde-total-edite        PIC -9(7).
       77 valeur-fiche-editee      PIC -9(11).99.
       77 prix-moyen-edite         PIC 9(5).99.
       77 statut-abc-fichier       PIC X(2).
       77 statut-classement-fichier PIC X(2).
       77 statut-dormant-fichier   PIC X(2).
       77 statut-etat-abc-fichier  PIC X(2).
       77 statut-etat-dormant-fichier PIC X(2).
       77 fin-fichier-abc          PIC X(1) VALUE "N".
           88 fin-de-fichier-abc VALUE "O".
       77 fin-fichier-classement   PIC X(1) VALUE "N".
           88 fin-de-fichier-classement VALUE "O".
       77 fin-fichier-dormant      PIC X(1) VALUE "N".
           88 fin-de-fichier-dormant VALUE "O".
       77 abc-existe               PIC X(1) VALUE "N".
           88 abc-est-trouve VALUE "O".
       77 jours-periode-abc        PIC 9(4) VALUE 90.
       77 jours-sans-vente-seuil   PIC 9(4) VALUE 90.
       77 jours-couverture-seuil   PIC 9(4) VALUE 180.
       77 pourcentage-classe-a     PIC 9(3) VALUE 80.
       77 pourcentage-classe-b     PIC 9(3) VALUE 95.
       77 seuil-saisi              PIC X(4).
       77 date-debut-numerique     PIC 9(8).
       77 date-fin-numerique       PIC 9(8).
       77 nombre-jours-periode     PIC 9(5).
       77 date-limite-vente        PIC X(8).
       77 ca-total-abc             PIC S9(11)V99.
       77 ca-cumule-abc            PIC S9(11)V99.
       77 pourcentage-cumule-abc   PIC 9(3)V99.
       77 pourcentage-cumule-edite PIC ZZ9.99.
       77 rang-abc                 PIC 9(5).
       77 classe-calculee          PIC X(1).
       77 demande-journaliere      PIC 9(5)V999.
       77 demande-journaliere-editee PIC ZZZZ9.999.
       77 jours-couverture         PIC 9(5).
       77 quantite-abc-editee      PIC -9(7).
       77 ca-abc-edite             PIC -9(9).99.
       77 marge-abc-editee         PIC -9(9).99.
       77 valeur-dormant-editee    PIC -9(11).99.
       77 categorie-groupe-dormant PIC X(15).
       77 fournisseur-groupe-dormant PIC X(10).
       77 total-groupe-dormant     PIC S9(11)V99.
       77 nombre-produits-classe-a PIC 9(5).
       77 nombre-produits-classe-b PIC 9(5).
       77 nombre-produits-classe-c PIC 9(5).
       77 statut-catalogue-fichier PIC X(2).
       77 statut-import-catalogue  PIC X(2).
       77 statut-catalogue-rejet   PIC X(2).
       77 statut-etat-catalogue-fichier PIC X(2).
       77 statut-meilleur-prix-fichier PIC X(2).
       77 fin-fichier-import-catalogue PIC X(1) VALUE "N".
           88 fin-de-fichier-import-catalogue VALUE "O".
       77 fin-fichier-catalogue    PIC X(1) VALUE "N".
           88 fin-de-fichier-catalogue VALUE "O".
       77 catalogue-trouve         PIC X(1) VALUE "N".
           88 catalogue-est-trouve VALUE "O".
       77 meilleur-prix-trouve     PIC X(1) VALUE "N".
           88 meilleur-prix-est-trouve VALUE "O".
       77 marge-plancher-catalogue PIC 9(3)V99 VALUE 15.00.
       77 marge-plancher-editee    PIC ZZ9.99.
       77 marge-catalogue          PIC S9(5)V99.
       77 marge-catalogue-editee   PIC -9(5).99.
       77 ancien-prix-catalogue    PIC 9(5)V99.
       77 prix-catalogue-edite     PIC 9(5).99.
       77 ancien-prix-edite        PIC 9(5).99.
       77 motif-rejet-catalogue    PIC X(2).
       77 nombre-lignes-catalogue  PIC 9(5) VALUE 0.
       77 nombre-rejets-catalogue  PIC 9(5) VALUE 0.
       77 nombre-exceptions-catalogue PIC 9(5) VALUE 0.
       77 date-jour-catalogue      PIC X(8).
       77 fournisseur-suggere      PIC X(10).
       77 reference-suggeree       PIC X(20).
       77 colisage-suggere         PIC 9(5).
       77 minimum-suggere          PIC 9(5).
       77 prix-suggere             PIC 9(5)V99.
       77 delai-suggere            PIC 9(3).
       77 jours-depuis-cloture     PIC 9(5).
       77 jours-ventes-defaut      PIC 9(3) VALUE 30.
       77 demande-delai            PIC 9(7).
       77 nombre-colis             PIC 9(7).
       77 date-livraison-numerique PIC 9(8).
       77 statut-sauvegarde-fichier PIC X(2).
       77 statut-sauvegarde-reprise PIC X(2).
       77 statut-reprise-lot-fichier PIC X(2).
       77 statut-etat-reprise-fichier PIC X(2).
       77 fin-fichier-sauvegarde   PIC X(1) VALUE "N".
           88 fin-de-fichier-sauvegarde VALUE "O".
       77 fin-fichier-reprise-lot  PIC X(1) VALUE "N".
           88 fin-de-fichier-reprise-lot VALUE "O".
       77 cible-sauvegarde         PIC X(1) VALUE "L".
           88 sauvegarde-debut-lot VALUE "L".
       77 type-sauvegarde          PIC X(1).
       77 donnees-sauvegarde       PIC X(108).
       77 nombre-enregistrements-sauves PIC 9(7) VALUE 0.
       77 nombre-enregistrements-restaures PIC 9(7) VALUE 0.
       77 nombre-erreurs-restauration PIC 9(7) VALUE 0.
       77 restauration-faite       PIC X(1) VALUE "N".
           88 restauration-est-faite VALUE "O".
       77 mode-reprise-stocks      PIC X(1) VALUE "C".
           88 reprise-reconstruction VALUE "R".
       77 cloture-avec-emplacements PIC X(1) VALUE "N".
           88 emplacements-en-cloture VALUE "O".
       77 cloture-avec-lots        PIC X(1) VALUE "N".
           88 lots-en-cloture      VALUE "O".
       77 produit-couvert          PIC X(1) VALUE "N".
           88 produit-est-couvert  VALUE "O".
       77 code-couvert             PIC X(10).
       77 choix-reprise            PIC 9 VALUE 0.
       77 lot-mouvement            PIC X(10) VALUE SPACES.
       77 peremption-mouvement     PIC X(8) VALUE SPACES.
       77 quantite-lots-reprise    PIC S9(7).
       77 lieu-lots-reprise        PIC X(5).
       77 cible-lots-reprise       PIC X(5).
       77 quantite-prise-lot       PIC S9(7).
       77 quantite-actuelle        PIC S9(7).
       77 quantite-reconstituee    PIC S9(7).
       77 ecart-reprise            PIC S9(7).
       77 nombre-ecarts-reprise    PIC 9(7) VALUE 0.
       77 nombre-non-couverts      PIC 9(5) VALUE 0.
       77 libelle-niveau-reprise   PIC X(11).
       77 code-ecart-reprise       PIC X(10).
       77 lieu-ecart-reprise       PIC X(5).
       77 lot-ecart-reprise        PIC X(10).
       77 quantite-actuelle-editee PIC -9(7).
       77 quantite-reconstituee-editee PIC -9(7).
       77 ecart-reprise-edite      PIC -9(7).
       77 statut-troncature-fichier PIC X(2).
       77 statut-ancien-fichier    PIC X(2).
       77 statut-conversion-fichier PIC X(2).
       77 statut-fichier-maitre    PIC X(2).
       77 nom-fichier-maitre       PIC X(21).
       77 fin-fichier-conversion   PIC X(1) VALUE "N".
           88 fin-de-fichier-conversion VALUE "O".
       77 nombre-convertis         PIC 9(7) VALUE 0.
       77 statut-journal-courant   PIC X(2).
       77 numero-journal           PIC 9(2) VALUE 0.
       77 nom-journal-courant      PIC X(16).
       77 ligne-journal-courant    PIC X(150).
       77 fin-fichier-journal      PIC X(1) VALUE "N".
           88 fin-de-fichier-journal VALUE "O".
       77 fin-fichier-troncature   PIC X(1) VALUE "N".
           88 fin-de-fichier-troncature VALUE "O".
       77 nombre-lignes-journal    PIC 9(9) VALUE 0.
       77 nombre-lignes-sauvees    PIC 9(9) VALUE 0.
       77 compte-journal-sauve     PIC X(1) VALUE "N".
           88 compte-journal-valide VALUE "O".
       01 entete-sauvegarde.
           05 entete-sauvegarde-date    PIC X(8).
           05 entete-sauvegarde-heure   PIC X(6).
           05 entete-sauvegarde-operateur PIC X(10).
           05 entete-nb-checkpoints     PIC 9(9).
           05 entete-nb-ventes          PIC 9(9).
           05 entete-nb-retours         PIC 9(9).
           05 entete-nb-receptions      PIC 9(9).
           05 entete-nb-transferts      PIC 9(9).
           05 entete-nb-ajustements     PIC 9(9).
           05 entete-nb-demarques       PIC 9(9).
           05 entete-nb-assemblages     PIC 9(9).
       01 fournisseur-temporaire.
           05 temp-four-code       PIC X(10).
           05 temp-four-nom        PIC X(30).
           05 temp-cli-code        PIC X(10).
           05 temp-cli-nom         PIC X(30).
           05 temp-cli-contact     PIC X(30).
           05 temp-cli-plafond-credit PIC 9(7)V99.
           05 temp-cli-delai-paiement PIC 9(3).
       01 operateur-temporaire.
           05 temp-ope-code        PIC X(10).
           05 temp-ope-nom         PIC X(30).
           05 temp-emp-code-produit PIC X(10).
           05 temp-emp-code-lieu    PIC X(5).
           05 temp-emp-quantite     PIC 9(5).
           05 temp-emp-quantite-reservee PIC 9(5).
       01 produit-temporaire.
           05 temp-code            PIC X(10).
           05 temp-nom             PIC X(30).
           05 temp-fournisseur     PIC X(10).
           05 temp-prix-achat      PIC 9(5)V99.
           05 temp-code-barre      PIC X(13).
           05 temp-classe-abc      PIC X(1).

       PROCEDURE DIVISION.
       DEBUT.
           ACCEPT parametre-execution FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(parametre-execution))
               TO commande-execution
           IF commande-execution = "CONVERT"
               PERFORM CONVERTIR-FICHIERS-MAITRES
               MOVE code-retour-final TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OUVRIR-FICHIER
           IF commande-execution = "BATCH" OR commande-execution = "RESTART"
               MOVE "BATCH" TO operateur-courant
               MOVE "A" TO profil-operateur
               END-IF
               PERFORM EXECUTER-MODE-BATCH
           ELSE
             IF commande-execution = "RESTORE"
               MOVE "BATCH" TO operateur-courant
               MOVE "L" TO cible-sauvegarde
               PERFORM RESTAURER-FICHIERS-STOCK
               MOVE SPACES TO texte-journal-batch
               IF restauration-est-faite
                   STRING "RESTAURATION DES STOCKS : " nombre-enregistrements-restaures
                       " ENREGISTREMENT(S), " nombre-erreurs-restauration " ERREUR(S)"
                       DELIMITED BY SIZE INTO texte-journal-batch
                   IF nombre-erreurs-restauration > 0
                       MOVE 8 TO code-retour-final
                   ELSE
                       MOVE 0 TO code-retour-final
                   END-IF
               ELSE
                   MOVE "RESTAURATION DES STOCKS REFUSEE : SAUVEGARDE ABSENTE OU INVALIDE"
                       TO texte-journal-batch
                   MOVE 16 TO code-retour-final
               END-IF
               PERFORM ECRIRE-JOURNAL-BATCH
             ELSE
               PERFORM OUVRIR-SESSION-OPERATEUR
               IF connexion-est-reussie
                   PERFORM MENU-PRINCIPAL
                   DISPLAY "Connexion refusée, fin du programme."
                   MOVE 16 TO code-retour-final
               END-IF
             END-IF
           END-IF
           PERFORM FERMER-FICHIER
           MOVE code-retour-final TO RETURN-CODE
           ELSE
               MOVE "DEBUT DU LOT" TO texte-journal-batch
               PERFORM ECRIRE-JOURNAL-BATCH
               IF NOT mode-reprise-actif
                   MOVE "L" TO cible-sauvegarde
                   PERFORM SAUVEGARDER-FICHIERS-STOCK
                   MOVE SPACES TO texte-journal-batch
                   STRING "SAUVEGARDE DES STOCKS : " nombre-enregistrements-sauves
                       " ENREGISTREMENT(S)"
                       DELIMITED BY SIZE INTO texte-journal-batch
                   PERFORM ECRIRE-JOURNAL-BATCH
               END-IF
               PERFORM UNTIL fin-de-fichier-commande
                   READ commande-fichier INTO commande-enregistrement
                       AT END
                       DISPLAY "Erreur : paramètre d'horizon invalide pour RAP-PEREMPT."
                       MOVE 8 TO code-retour-etape
                   END-IF
               WHEN "RAP-TVA"
                   MOVE commande-parametre-1 TO date-debut-rapport
                   MOVE commande-parametre-2 TO date-fin-rapport
                   IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC
                       PERFORM EXECUTER-RAPPORT-TVA
                   ELSE
                       DISPLAY "Erreur : paramètres de dates invalides pour RAP-TVA."
                       MOVE 8 TO code-retour-etape
                   END-IF
               WHEN "RELEVES"
                   MOVE commande-parametre-1 TO date-debut-rapport
                   MOVE commande-parametre-2 TO date-fin-rapport
                   IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC
                       PERFORM EXECUTER-RELEVES-CLIENTS
                   ELSE
                       DISPLAY "Erreur : paramètres de dates invalides pour RELEVES."
                       MOVE 8 TO code-retour-etape
                   END-IF
               WHEN "BAL-AGEE"
                   PERFORM EXECUTER-BALANCE-AGEE
               WHEN "RAP-CMDES"
                   PERFORM EXECUTER-RAPPORT-COMMANDES
               WHEN "DEMARQ-PERIM"
                   IF commande-parametre-1 NUMERIC
                       MOVE commande-parametre-1 TO date-reference-peremption
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO horodatage-courant
                       MOVE horodatage-courant(1:8) TO date-reference-peremption
                   END-IF
                   PERFORM EXECUTER-DEMARQUE-PERIMES
               WHEN "VALO-DATE"
                   IF commande-parametre-1 NUMERIC
                       MOVE commande-parametre-1 TO date-valorisation
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO horodatage-courant
                       MOVE horodatage-courant(1:8) TO date-valorisation
                   END-IF
                   PERFORM EXECUTER-VALORISATION-STOCK
               WHEN "ANALYSE-ABC"
                   IF commande-parametre-2 NUMERIC
                       MOVE commande-parametre-2 TO date-fin-rapport
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO horodatage-courant
                       MOVE horodatage-courant(1:8) TO date-fin-rapport
                   END-IF
                   IF commande-parametre-1 NUMERIC
                       MOVE commande-parametre-1 TO date-debut-rapport
                   ELSE
                       MOVE date-fin-rapport TO date-debut-numerique
                       COMPUTE date-debut-numerique = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(date-debut-numerique)
                            - jours-periode-abc + 1)
                       MOVE date-debut-numerique TO date-debut-rapport
                   END-IF
                   IF date-debut-rapport <= date-fin-rapport
                       PERFORM EXECUTER-ANALYSE-ABC
                   ELSE
                       DISPLAY "Erreur : paramètres de dates invalides pour ANALYSE-ABC."
                       MOVE 8 TO code-retour-etape
                   END-IF
               WHEN "REPRISE-CMP"
                   MOVE "C" TO mode-reprise-stocks
                   PERFORM EXECUTER-REPRISE-STOCKS
               WHEN "REPRISE-MAJ"
                   MOVE "R" TO mode-reprise-stocks
                   PERFORM EXECUTER-REPRISE-STOCKS
               WHEN "CATALOGUE"
                   PERFORM IMPORTER-CATALOGUE-FOURNISSEUR
               WHEN "EXC-CAISSE"
                   MOVE commande-parametre-1 TO date-debut-rapport
                   MOVE commande-parametre-2 TO date-fin-rapport
                   IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC
                       PERFORM EXECUTER-EXCEPTIONS-CAISSE
                   ELSE
                       DISPLAY "Erreur : paramètres de dates invalides pour EXC-CAISSE."
                       MOVE 8 TO code-retour-etape
                   END-IF
               WHEN "RAP-DEMARQ"
                   MOVE commande-parametre-1 TO date-debut-rapport
                   MOVE commande-parametre-2 TO date-fin-rapport
                   IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC
                       PERFORM EXECUTER-RAPPORT-DEMARQUES
                   ELSE
                       DISPLAY "Erreur : paramètres de dates invalides pour RAP-DEMARQ."
                       MOVE 8 TO code-retour-etape
                   END-IF
               WHEN "EXPORT"
                   MOVE commande-parametre-1 TO date-export-debut
                   MOVE commande-parametre-2 TO date-export-fin
               ELSE
                   MOVE ticket-lieu TO lieu-saisi
                   PERFORM RECHERCHER-STOCK-EMPLACEMENT
                   MOVE ticket-quantite TO quantite-vendue
                   PERFORM PREPARER-VENTE-KIT
                   IF NOT emplacement-est-trouve AND NOT assemblage-vente-prevu
                       MOVE "03" TO motif-rejet-ticket
                   ELSE
                       PERFORM CALCULER-DISPONIBLE-VENTE
                       IF ticket-quantite > quantite-disponible-emp OR
                           ticket-quantite > quantite-disponible-produit
                           MOVE "04" TO motif-rejet-ticket
                       END-IF
                   END-IF
           END-IF.

       POSTER-VENTE-TICKET.
           IF assemblage-vente-prevu
               PERFORM ASSEMBLER-KIT-VENTE
           END-IF
           MOVE ticket-quantite TO quantite-vendue
           MOVE ticket-date TO date-application-promo
           PERFORM CHERCHER-PROMOTION-PRODUIT
           MOVE SPACES TO vente-client
           MOVE prix-vente-normal TO vente-prix-normal
           MOVE prix-vente-applique TO vente-prix-applique
           PERFORM VENTILER-TVA-VENTE
           MOVE "N" TO vente-a-credit
           MOVE ticket-lieu TO vente-lieu
           MOVE operateur-courant TO vente-operateur
           MOVE "E" TO vente-mode-reglement
           WRITE vente-enregistrement
           ADD 1 TO nombre-tickets-importes.

           DISPLAY "24. Historique des achats d'un client"
           DISPLAY "25. Rapport des lots en péremption"
           DISPLAY "26. Gérer les opérateurs"
           DISPLAY "27. Gérer les taux de TVA"
           DISPLAY "28. Déclaration de TVA"
           DISPLAY "29. Enregistrer un règlement client"
           DISPLAY "30. Relevé de compte client"
           DISPLAY "31. Balance âgée des comptes clients"
           DISPLAY "32. Gérer les commandes clients"
           DISPLAY "33. Démarque / retour fournisseur"
           DISPLAY "34. Démarquer les lots périmés"
           DISPLAY "35. Rapport des démarques"
           DISPLAY "36. Gérer les kits (nomenclatures, assemblage)"
           DISPLAY "37. Sessions de caisse"
           DISPLAY "38. Fiche de stock"
           DISPLAY "39. Valorisation du stock à une date"
           DISPLAY "40. Analyse ABC et stock dormant"
           DISPLAY "41. Reprise des stocks (contrôle, reconstruction, restauration)"
           DISPLAY "42. Quitter"
           ACCEPT choix-utilisateur
           EVALUATE choix-utilisateur
               WHEN 1
                   END-IF
                   PERFORM MENU-PRINCIPAL
               WHEN 27
                   PERFORM CONTROLER-ACCES-SENSIBLE
                   IF acces-est-autorise
                       PERFORM MENU-TAUX-TVA
                   END-IF
                   PERFORM MENU-PRINCIPAL
               WHEN 28
                   PERFORM GENERER-RAPPORT-TVA
                   PERFORM MENU-PRINCIPAL
               WHEN 29
                   PERFORM SAISIR-REGLEMENT-CLIENT
                   PERFORM MENU-PRINCIPAL
               WHEN 30
                   PERFORM EDITER-RELEVE-CLIENT
                   PERFORM MENU-PRINCIPAL
               WHEN 31
                   PERFORM EXECUTER-BALANCE-AGEE
                   PERFORM MENU-PRINCIPAL
               WHEN 32
                   PERFORM MENU-COMMANDES-CLIENTS
                   PERFORM MENU-PRINCIPAL
               WHEN 33
                   PERFORM ENREGISTRER-DEMARQUE
                   PERFORM MENU-PRINCIPAL
               WHEN 34
                   PERFORM CONTROLER-ACCES-SENSIBLE
                   IF acces-est-autorise
                       PERFORM GENERER-DEMARQUE-PERIMES
                   END-IF
                   PERFORM MENU-PRINCIPAL
               WHEN 35
                   PERFORM GENERER-RAPPORT-DEMARQUES
                   PERFORM MENU-PRINCIPAL
               WHEN 36
                   PERFORM MENU-NOMENCLATURES
                   PERFORM MENU-PRINCIPAL
               WHEN 37
                   PERFORM MENU-CAISSE
                   PERFORM MENU-PRINCIPAL
               WHEN 38
                   PERFORM SAISIR-FICHE-STOCK
                   PERFORM MENU-PRINCIPAL
               WHEN 39
                   PERFORM SAISIR-VALORISATION-STOCK
                   PERFORM MENU-PRINCIPAL
               WHEN 40
                   PERFORM CONTROLER-ACCES-SENSIBLE
                   IF acces-est-autorise
                       PERFORM SAISIR-ANALYSE-ABC
                   END-IF
                   PERFORM MENU-PRINCIPAL
               WHEN 41
                   PERFORM CONTROLER-ACCES-SENSIBLE
                   IF acces-est-autorise
                       PERFORM MENU-REPRISE-STOCKS
                   END-IF
                   PERFORM MENU-PRINCIPAL
               WHEN 42
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Choix invalide, essayez à nouveau."
       SAISIR-DETAIL-NOUVEAU-PRODUIT.
           MOVE recherche-code TO produit-code
           MOVE code-barre-saisi TO produit-code-barre
           MOVE SPACE TO produit-classe-abc
           DISPLAY "Entrez le nom du produit : "
           ACCEPT produit-nom
           DISPLAY "Entrez la catégorie du produit : "
                   MOVE produit-code TO emplacement-code-produit
                   MOVE lieu-saisi TO emplacement-code-lieu
                   MOVE produit-quantite TO emplacement-quantite
                   MOVE 0 TO emplacement-quantite-reservee
                   WRITE emplacement-enregistrement
                       INVALID KEY
                           REWRITE emplacement-enregistrement
               MOVE archive-fournisseur TO produit-fournisseur
               MOVE archive-prix-achat TO produit-prix-achat
               MOVE archive-code-barre TO produit-code-barre
               MOVE SPACE TO produit-classe-abc
               MOVE SPACES TO audit-image-avant
               MOVE produit-record TO audit-image-apres
               WRITE produit-record
               PERFORM RECHERCHER-STOCK-EMPLACEMENT
               DISPLAY "Entrez la quantité vendue : "
               ACCEPT quantite-vendue
               MOVE "N" TO assemblage-vente-kit
               MOVE 0 TO quantite-kit-assemblable
               IF quantite-vendue NUMERIC AND quantite-vendue > 0
                   PERFORM PREPARER-VENTE-KIT
               END-IF
               IF NOT emplacement-est-trouve AND NOT assemblage-vente-prevu
                   DISPLAY "Aucun stock enregistré pour ce produit à cet emplacement."
               ELSE
                   PERFORM CALCULER-DISPONIBLE-VENTE
                   IF quantite-disponible-emp >= quantite-vendue AND
                       quantite-disponible-produit >= quantite-vendue
                       MOVE FUNCTION CURRENT-DATE TO horodatage-courant
                       MOVE horodatage-courant(1:8) TO date-application-promo
                       PERFORM CHERCHER-PROMOTION-PRODUIT
                           DISPLAY "Confirmez la vente à perte (O/N) : "
                           ACCEPT confirmation
                       END-IF
                       MOVE "N" TO vente-sur-compte
                       MOVE SPACES TO approbateur-credit
                       IF confirmation = "O"
                           PERFORM CHOISIR-VENTE-SUR-COMPTE
                       END-IF
                       IF confirmation = "O" AND NOT vente-est-sur-compte
                           PERFORM SAISIR-MODE-REGLEMENT
                       END-IF
                       IF confirmation = "O"
                           IF assemblage-vente-prevu
                               PERFORM ASSEMBLER-KIT-VENTE
                           END-IF
                           COMPUTE temp-emp-quantite = temp-emp-quantite - quantite-vendue
                           REWRITE emplacement-enregistrement FROM emplacement-temporaire
                           COMPUTE temp-quantite = temp-quantite - quantite-vendue
                           PERFORM RELEVER-LOTS-STOCK
                           PERFORM ENREGISTRER-VENTE-JOURNAL
                           DISPLAY "Vente enregistrée, total : " total-vente
                               " dont TVA " montant-tva-calcule
                               " (code " code-tva-applique ")"
                           IF vente-est-sur-compte
                               PERFORM ENREGISTRER-FACTURE-CLIENT
                           END-IF
                       ELSE
                           DISPLAY "Vente annulée."
                       END-IF
                   ELSE
                       DISPLAY "Quantité disponible insuffisante à cet emplacement : "
                           quantite-disponible-emp " (stock " temp-emp-quantite
                           ", réservé " temp-emp-quantite-reservee ")."
                   END-IF
               END-IF
           ELSE
                   PERFORM CREDITER-LOT-RECEPTION
                   PERFORM ENREGISTRER-RECEPTION
                   DISPLAY "Stock mis à jour, nouvelle quantité : " temp-quantite
                   PERFORM AFFECTER-RELIQUATS-COMMANDES
               ELSE
                   DISPLAY "Réception annulée : la mise à jour de l'emplacement a échoué."
               END-IF
               MOVE recherche-code TO emplacement-code-produit
               MOVE lieu-saisi TO emplacement-code-lieu
               MOVE quantite-recue TO emplacement-quantite
               MOVE 0 TO emplacement-quantite-reservee
               WRITE emplacement-enregistrement
                   INVALID KEY
                       MOVE "N" TO emplacement-maj-reussie
               IF NOT emplacement-est-trouve
                   DISPLAY "Aucun stock enregistré pour ce produit à l'emplacement source."
               ELSE
                   COMPUTE quantite-disponible-emp =
                       temp-emp-quantite - temp-emp-quantite-reservee
                   DISPLAY "Quantité disponible à l'emplacement source : " quantite-disponible-emp
                       " (stock " temp-emp-quantite ", réservé " temp-emp-quantite-reservee ")"
                   DISPLAY "Entrez l'emplacement de destination (entrepôt) : "
                   ACCEPT lieu-cible
                   DISPLAY "Entrez la quantité à transférer : "
                       IF lieu-cible = lieu-source
                           DISPLAY "Erreur : l'emplacement de destination doit être différent de la source."
                       ELSE
                           IF quantite-transferee > quantite-disponible-emp
                               DISPLAY "Erreur : quantité demandée supérieure au stock disponible de l'emplacement source."
                           ELSE
                               PERFORM EXECUTER-TRANSFERT-STOCK
                           END-IF
                   PERFORM ENREGISTRER-TRANSFERT
                   DISPLAY "Transfert enregistré : " quantite-transferee
                       " unité(s) de " lieu-source " vers " lieu-cible "."
                   MOVE lieu-cible TO lieu-saisi
                   PERFORM AFFECTER-RELIQUATS-COMMANDES
               ELSE
                   PERFORM RETABLIR-EMPLACEMENT-SOURCE
                   DISPLAY "Transfert annulé : la mise à jour de la destination a échoué."
               MOVE recherche-code TO emplacement-code-produit
               MOVE lieu-cible TO emplacement-code-lieu
               MOVE quantite-transferee TO emplacement-quantite
               MOVE 0 TO emplacement-quantite-reservee
               WRITE emplacement-enregistrement
                   INVALID KEY
                       MOVE "N" TO emplacement-maj-reussie
           MOVE quantite-transferee TO transfert-quantite
           MOVE horodatage-courant(1:8) TO transfert-date
           MOVE horodatage-courant(9:6) TO transfert-heure
           MOVE operateur-courant TO transfert-operateur
           OPEN EXTEND transfert-fichier
           IF statut-transfert-fichier = "35"
               OPEN OUTPUT transfert-fichier
                   REWRITE lot-stock-enregistrement
           END-READ.

       ENREGISTRER-DEMARQUE.
           DISPLAY "Entrez le code du produit à démarquer (code interne ou code-barres) : "
           ACCEPT saisie-produit
           PERFORM RECHERCHER-PRODUIT-CODE-OU-BARRE
           IF produit-est-trouve
               DISPLAY "Entrez l'emplacement (entrepôt) : "
               ACCEPT lieu-saisi
               PERFORM RECHERCHER-STOCK-EMPLACEMENT
               IF NOT emplacement-est-trouve
                   DISPLAY "Aucun stock enregistré pour ce produit à cet emplacement."
               ELSE
                   PERFORM CALCULER-DISPONIBLE-PRODUIT
                   COMPUTE quantite-disponible-emp =
                       temp-emp-quantite - temp-emp-quantite-reservee
                   DISPLAY "Stock à l'emplacement : " temp-emp-quantite
                       ", disponible : " quantite-disponible-emp
                   DISPLAY "Entrez le motif (P = périmé, D = endommagé, V = vol, I = usage interne, F = retour fournisseur) : "
                   ACCEPT motif-demarque
                   IF motif-demarque-valide
                       PERFORM SAISIR-DETAIL-DEMARQUE
                   ELSE
                       DISPLAY "Erreur : motif de démarque invalide."
                   END-IF
               END-IF
           ELSE
               DISPLAY "Produit non trouvé."
           END-IF.

       SAISIR-DETAIL-DEMARQUE.
           MOVE "O" TO confirmation
           DISPLAY "Entrez le numéro de lot (vide = lots les plus anciens) : "
           ACCEPT lot-demarque
           DISPLAY "Entrez la quantité à démarquer : "
           ACCEPT quantite-demarquee
           IF quantite-demarquee NOT NUMERIC OR quantite-demarquee = 0
               DISPLAY "Erreur : La quantité doit être un nombre positif."
               MOVE "N" TO confirmation
           ELSE
               IF quantite-demarquee > quantite-disponible-emp OR
                   quantite-demarquee > quantite-disponible-produit
                   DISPLAY "Erreur : quantité supérieure au stock disponible (hors réservations)."
                   MOVE "N" TO confirmation
               END-IF
           END-IF
           IF confirmation = "O" AND lot-demarque NOT = SPACES
               PERFORM VERIFIER-LOT-DEMARQUE
           END-IF
           MOVE SPACES TO fournisseur-demarque
           MOVE 0 TO avoir-attendu
           IF confirmation = "O" AND motif-demarque = "F"
               PERFORM SAISIR-RETOUR-FOURNISSEUR
           END-IF
           IF confirmation = "O"
               COMPUTE valeur-demarque = quantite-demarquee * temp-prix-achat
               DISPLAY "Valeur de la démarque au prix d'achat : " valeur-demarque
               DISPLAY "Confirmez la démarque (O/N) : "
               ACCEPT confirmation
               IF confirmation = "O"
                   PERFORM APPLIQUER-DEMARQUE
               ELSE
                   DISPLAY "Démarque annulée."
               END-IF
           END-IF.

       VERIFIER-LOT-DEMARQUE.
           MOVE recherche-code TO lot-stock-code-produit
           MOVE lieu-saisi TO lot-stock-code-lieu
           MOVE lot-demarque TO lot-stock-numero
           READ lot-stock-fichier
               INVALID KEY
                   DISPLAY "Erreur : lot " lot-demarque " inconnu à cet emplacement."
                   MOVE "N" TO confirmation
               NOT INVALID KEY
                   IF lot-stock-quantite < quantite-demarquee
                       DISPLAY "Erreur : le lot ne contient que " lot-stock-quantite " unité(s)."
                       MOVE "N" TO confirmation
                   END-IF
           END-READ.

       SAISIR-RETOUR-FOURNISSEUR.
           DISPLAY "Entrez le code du fournisseur (vide = " temp-fournisseur ") : "
           ACCEPT code-fournisseur-saisi
           IF code-fournisseur-saisi = SPACES
               MOVE temp-fournisseur TO code-fournisseur-saisi
           END-IF
           PERFORM RECHERCHER-FOURNISSEUR
           IF NOT fournisseur-est-trouve
               DISPLAY "Fournisseur non trouvé, retour fournisseur annulé."
               MOVE "N" TO confirmation
           ELSE
               MOVE code-fournisseur-saisi TO fournisseur-demarque
               DISPLAY "Entrez le montant de l'avoir attendu (0 = valeur au prix d'achat) : "
               ACCEPT avoir-attendu
               IF avoir-attendu NOT NUMERIC OR avoir-attendu = 0
                   COMPUTE avoir-attendu = quantite-demarquee * temp-prix-achat
               END-IF
               DISPLAY "Avoir attendu de " temp-four-nom " : " avoir-attendu
           END-IF.

       APPLIQUER-DEMARQUE.
           SUBTRACT quantite-demarquee FROM temp-emp-quantite
           REWRITE emplacement-enregistrement FROM emplacement-temporaire
           SUBTRACT quantite-demarquee FROM temp-quantite
           REWRITE produit-record FROM produit-temporaire
           IF lot-demarque NOT = SPACES
               PERFORM DEBITER-LOT-DEMARQUE
           ELSE
               MOVE quantite-demarquee TO quantite-a-relever
               MOVE "N" TO releve-transfert
               PERFORM RELEVER-LOTS-STOCK
           END-IF
           PERFORM ENREGISTRER-DEMARQUE-JOURNAL
           DISPLAY "Démarque enregistrée, nouvelle quantité : " temp-quantite
               ", valeur : " valeur-demarque.

       DEBITER-LOT-DEMARQUE.
           MOVE recherche-code TO lot-stock-code-produit
           MOVE lieu-saisi TO lot-stock-code-lieu
           MOVE lot-demarque TO lot-stock-numero
           READ lot-stock-fichier
               INVALID KEY
                   DISPLAY "Erreur : lot " lot-demarque " introuvable."
               NOT INVALID KEY
                   IF lot-stock-quantite > quantite-demarquee
                       SUBTRACT quantite-demarquee FROM lot-stock-quantite
                       REWRITE lot-stock-enregistrement
                   ELSE
                       DELETE lot-stock-fichier
                   END-IF
           END-READ.

       ENREGISTRER-DEMARQUE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE recherche-code TO demarque-code
           MOVE temp-categorie TO demarque-categorie
           MOVE lieu-saisi TO demarque-lieu
           MOVE lot-demarque TO demarque-lot
           MOVE quantite-demarquee TO demarque-quantite
           MOVE motif-demarque TO demarque-motif
           MOVE temp-prix-achat TO demarque-prix-achat
           MOVE valeur-demarque TO demarque-valeur
           MOVE fournisseur-demarque TO demarque-fournisseur
           MOVE avoir-attendu TO demarque-avoir-attendu
           MOVE horodatage-courant(1:8) TO demarque-date
           MOVE horodatage-courant(9:6) TO demarque-heure
           MOVE operateur-courant TO demarque-operateur
           OPEN EXTEND demarque-fichier
           IF statut-demarque-fichier = "35"
               OPEN OUTPUT demarque-fichier
               CLOSE demarque-fichier
               OPEN EXTEND demarque-fichier
           END-IF
           WRITE demarque-enregistrement
           CLOSE demarque-fichier.

       GENERER-DEMARQUE-PERIMES.
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE horodatage-courant(1:8) TO date-reference-peremption
           DISPLAY "Tous les lots périmés avant le " date-reference-peremption
               " seront démarqués. Confirmez (O/N) : "
           ACCEPT confirmation
           IF confirmation = "O"
               PERFORM EXECUTER-DEMARQUE-PERIMES
           ELSE
               DISPLAY "Démarque des lots périmés annulée."
           END-IF.

       EXECUTER-DEMARQUE-PERIMES.
           DISPLAY "Démarque des lots périmés avant le " date-reference-peremption "..."
           MOVE 0 TO nombre-lots-demarques
           MOVE 0 TO valeur-totale-demarques
           MOVE LOW-VALUES TO lot-stock-cle
           MOVE "N" TO fin-fichier-lot-stock
           START lot-stock-fichier KEY IS NOT LESS THAN lot-stock-cle
                   AT END
                       MOVE "O" TO fin-fichier-lot-stock
                   NOT AT END
                       IF lot-stock-peremption NOT = SPACES AND
                           lot-stock-peremption < date-reference-peremption AND
                           lot-stock-quantite > 0
                           PERFORM DEMARQUER-LOT-PERIME
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Lots périmés démarqués : " nombre-lots-demarques
               ", valeur au prix d'achat : " valeur-totale-demarques.

       DEMARQUER-LOT-PERIME.
           MOVE lot-stock-code-produit TO recherche-code
           MOVE lot-stock-code-lieu TO lieu-saisi
           MOVE lot-stock-numero TO lot-demarque
           MOVE lot-stock-quantite TO quantite-demarquee
           DELETE lot-stock-fichier
           PERFORM RECHERCHER-PRODUIT
           IF produit-est-trouve
               IF temp-quantite > quantite-demarquee
                   SUBTRACT quantite-demarquee FROM temp-quantite
               ELSE
                   MOVE 0 TO temp-quantite
               END-IF
               REWRITE produit-record FROM produit-temporaire
           ELSE
               MOVE SPACES TO temp-categorie
               MOVE 0 TO temp-prix-achat
           END-IF
           PERFORM RECHERCHER-STOCK-EMPLACEMENT
           IF emplacement-est-trouve
               IF temp-emp-quantite > quantite-demarquee
                   SUBTRACT quantite-demarquee FROM temp-emp-quantite
               ELSE
                   MOVE 0 TO temp-emp-quantite
               END-IF
               REWRITE emplacement-enregistrement FROM emplacement-temporaire
               IF temp-emp-quantite-reservee > temp-emp-quantite
                   DISPLAY "Avertissement : " recherche-code " à " lieu-saisi
                       " : réservations supérieures au stock restant."
               END-IF
           END-IF
           MOVE "P" TO motif-demarque
           MOVE SPACES TO fournisseur-demarque
           MOVE 0 TO avoir-attendu
           COMPUTE valeur-demarque = quantite-demarquee * temp-prix-achat
           PERFORM ENREGISTRER-DEMARQUE-JOURNAL
           ADD 1 TO nombre-lots-demarques
           ADD valeur-demarque TO valeur-totale-demarques
           DISPLAY "Lot " lot-demarque " de " recherche-code " à " lieu-saisi
               " démarqué : " quantite-demarquee " unité(s).".

       GENERER-RAPPORT-DEMARQUES.
           DISPLAY "Entrez la date de début (AAAAMMJJ) : "
           ACCEPT date-debut-rapport
           DISPLAY "Entrez la date de fin (AAAAMMJJ) : "
           ACCEPT date-fin-rapport
           IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC
               PERFORM EXECUTER-RAPPORT-DEMARQUES
           ELSE
               DISPLAY "Erreur : Les dates doivent être au format AAAAMMJJ."
           END-IF.

       EXECUTER-RAPPORT-DEMARQUES.
           OPEN OUTPUT cumul-demarque-fichier
           CLOSE cumul-demarque-fichier
           OPEN I-O cumul-demarque-fichier
           MOVE "N" TO fin-fichier-demarque
           OPEN INPUT demarque-fichier
           IF statut-demarque-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-demarque
                   READ demarque-fichier INTO demarque-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-demarque
                       NOT AT END
                           IF demarque-date >= date-debut-rapport AND
                               demarque-date <= date-fin-rapport
                               PERFORM CUMULER-DEMARQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE demarque-fichier
           END-IF
           DISPLAY "Démarques du " date-debut-rapport " au " date-fin-rapport
               " par motif et catégorie :"
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE 0 TO total-quantite-demarque
           MOVE 0 TO total-avoir-demarque
           MOVE SPACES TO motif-rupture-demarque
           OPEN OUTPUT etat-demarque-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           MOVE LOW-VALUES TO cdem-cle
           MOVE "N" TO fin-fichier-cumul-demarque
           START cumul-demarque-fichier KEY IS NOT LESS THAN cdem-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-cumul-demarque
           END-START
           PERFORM UNTIL fin-de-fichier-cumul-demarque
               READ cumul-demarque-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-cumul-demarque
                   NOT AT END
                       IF cdem-motif NOT = motif-rupture-demarque
                           PERFORM EDITER-TOTAL-MOTIF-DEMARQUE
                           PERFORM EDITER-ENTETE-MOTIF-DEMARQUE
                       END-IF
                       PERFORM AFFICHER-CATEGORIE-DEMARQUE
               END-READ
           END-PERFORM
           PERFORM EDITER-TOTAL-MOTIF-DEMARQUE
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-DEMARQUE
           MOVE total-general-etat TO total-general-edite
           MOVE total-avoir-demarque TO avoir-demarque-edite
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : QUANTITE " total-quantite-demarque
               " VALEUR " total-general-edite
               " AVOIRS ATTENDUS " avoir-demarque-edite
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-demarque-ligne FROM ligne-etat
           CLOSE etat-demarque-fichier
           CLOSE cumul-demarque-fichier
           DISPLAY "Total des démarques : " total-quantite-demarque
               " unité(s), valeur " total-general-edite
           DISPLAY "État imprimable écrit dans etat-demarques.dat.".

       CUMULER-DEMARQUE.
           MOVE demarque-motif TO cdem-motif
           MOVE demarque-categorie TO cdem-categorie
           READ cumul-demarque-fichier
               INVALID KEY
                   MOVE demarque-motif TO cdem-motif
                   MOVE demarque-categorie TO cdem-categorie
                   MOVE 1 TO cdem-nombre
                   MOVE demarque-quantite TO cdem-quantite
                   MOVE demarque-valeur TO cdem-valeur
                   MOVE demarque-avoir-attendu TO cdem-avoir
                   WRITE cumul-demarque-enregistrement
               NOT INVALID KEY
                   ADD 1 TO cdem-nombre
                   ADD demarque-quantite TO cdem-quantite
                   ADD demarque-valeur TO cdem-valeur
                   ADD demarque-avoir-attendu TO cdem-avoir
                   REWRITE cumul-demarque-enregistrement
           END-READ.

       DETERMINER-LIBELLE-MOTIF-DEMARQUE.
           EVALUATE motif-demarque
               WHEN "P"
                   MOVE "PERIME" TO libelle-motif-demarque
               WHEN "D"
                   MOVE "ENDOMMAGE" TO libelle-motif-demarque
               WHEN "V"
                   MOVE "VOL" TO libelle-motif-demarque
               WHEN "I"
                   MOVE "USAGE INTERNE" TO libelle-motif-demarque
               WHEN "F"
                   MOVE "RETOUR FOURNISSEUR" TO libelle-motif-demarque
               WHEN OTHER
                   MOVE "INCONNU" TO libelle-motif-demarque
           END-EVALUATE.

       EDITER-ENTETE-MOTIF-DEMARQUE.
           MOVE cdem-motif TO motif-rupture-demarque
           MOVE cdem-motif TO motif-demarque
           PERFORM DETERMINER-LIBELLE-MOTIF-DEMARQUE
           MOVE 0 TO sous-total-quantite-demarque
           MOVE 0 TO sous-total-valeur-demarque
           MOVE 0 TO sous-total-avoir-demarque
           DISPLAY "Motif " cdem-motif " - " libelle-motif-demarque
           MOVE SPACES TO ligne-etat
           STRING "MOTIF " cdem-motif " - " libelle-motif-demarque
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-DEMARQUE.

       AFFICHER-CATEGORIE-DEMARQUE.
           MOVE cdem-valeur TO valeur-demarque-editee
           MOVE cdem-avoir TO avoir-demarque-edite
           DISPLAY "    Catégorie : " cdem-categorie
               ", mouvements : " cdem-nombre
               ", quantité : " cdem-quantite
               ", valeur : " valeur-demarque-editee
           MOVE SPACES TO ligne-etat
           STRING "    CATEGORIE " cdem-categorie
               " MOUVEMENTS " cdem-nombre
               " QUANTITE " cdem-quantite
               " VALEUR " valeur-demarque-editee
               " AVOIR ATTENDU " avoir-demarque-edite
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-DEMARQUE
           ADD cdem-quantite TO sous-total-quantite-demarque
           ADD cdem-valeur TO sous-total-valeur-demarque
           ADD cdem-avoir TO sous-total-avoir-demarque
           ADD cdem-quantite TO total-quantite-demarque
           ADD cdem-avoir TO total-avoir-demarque
           ADD cdem-valeur TO total-page-etat
           ADD cdem-valeur TO total-general-etat
           ADD 1 TO nombre-lignes-etat.

       EDITER-TOTAL-MOTIF-DEMARQUE.
           IF motif-rupture-demarque NOT = SPACES
               MOVE sous-total-valeur-demarque TO valeur-demarque-editee
               MOVE sous-total-avoir-demarque TO avoir-demarque-edite
               MOVE SPACES TO ligne-etat
               STRING "  TOTAL MOTIF " motif-rupture-demarque
                   " : QUANTITE " sous-total-quantite-demarque
                   " VALEUR " valeur-demarque-editee
                   " AVOIR ATTENDU " avoir-demarque-edite
                   DELIMITED BY SIZE INTO ligne-etat
               PERFORM ECRIRE-LIGNE-ETAT-DEMARQUE
               MOVE SPACES TO ligne-etat
               PERFORM ECRIRE-LIGNE-ETAT-DEMARQUE
           END-IF.

       ECRIRE-LIGNE-ETAT-DEMARQUE.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-DEMARQUE
               PERFORM ECRIRE-ENTETE-ETAT-DEMARQUE
           END-IF
           WRITE etat-demarque-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-DEMARQUE.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "DEMARQUES PAR MOTIF ET CATEGORIE DU " date-debut-rapport
               " AU " date-fin-rapport
               " - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-demarque-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-demarque-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-DEMARQUE.
           IF numero-page-etat > 0
               MOVE total-page-etat TO total-page-edite
               MOVE SPACES TO ligne-etat
               STRING "TOTAL PAGE : VALEUR DEMARQUEE " total-page-edite
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-demarque-ligne FROM ligne-etat
               MOVE 0 TO total-page-etat
           END-IF.

       GENERER-RAPPORT-PEREMPTION.
           DISPLAY "Entrez l'horizon de péremption en jours : "
           ACCEPT horizon-peremption
           IF horizon-peremption NUMERIC
               PERFORM EXECUTER-RAPPORT-PEREMPTION
           ELSE
               DISPLAY "Erreur : l'horizon doit être un nombre de jours."
           END-IF.

       EXECUTER-RAPPORT-PEREMPTION.
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           COMPUTE date-limite-num =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(horodatage-courant(1:8)))
                   + horizon-peremption)
           MOVE date-limite-num TO date-limite-peremption
           MOVE 0 TO nombre-lots-peremption
           MOVE 0 TO valeur-totale-peremption
           OPEN OUTPUT etat-peremption-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           DISPLAY "Lots périmant au plus tard le " date-limite-peremption " :"
           MOVE LOW-VALUES TO lot-stock-cle
           MOVE "N" TO fin-fichier-lot-stock
           START lot-stock-fichier KEY IS NOT LESS THAN lot-stock-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-lot-stock
           END-START
           PERFORM UNTIL fin-de-fichier-lot-stock
               READ lot-stock-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-lot-stock
                   NOT AT END
                       IF lot-stock-quantite > 0 AND
                           lot-stock-peremption NOT = SPACES AND
                           lot-stock-peremption <= date-limite-peremption
                           PERFORM AFFICHER-LOT-PEREMPTION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-PEREMPTION
           MOVE total-general-etat TO total-general-edite
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : " nombre-lots-peremption
               " LOT(S), VALEUR " total-general-edite
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-peremption-ligne FROM ligne-etat
           CLOSE etat-peremption-fichier
           DISPLAY "Lots listés : " nombre-lots-peremption
               ", valeur totale : " valeur-totale-peremption
           DISPLAY "État imprimable écrit dans etat-peremption.dat.".

       ECRIRE-LIGNE-ETAT-PEREMPTION.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-PEREMPTION
               PERFORM ECRIRE-ENTETE-ETAT-PEREMPTION
           END-IF
           WRITE etat-peremption-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-PEREMPTION.
           ADD 1 TO numero-page-etat
                   MOVE recherche-code TO emplacement-code-produit
                   MOVE lieu-saisi TO emplacement-code-lieu
                   MOVE quantite-comptee TO emplacement-quantite
                   MOVE 0 TO emplacement-quantite-reservee
                   WRITE emplacement-enregistrement
                       INVALID KEY
                           MOVE "N" TO emplacement-maj-reussie
           MOVE valeur-ecart-inventaire TO ajustement-valeur-ecart
           MOVE horodatage-courant(1:8) TO ajustement-date
           MOVE horodatage-courant(9:6) TO ajustement-heure
           MOVE operateur-courant TO ajustement-operateur
           OPEN EXTEND ajustement-fichier
           IF statut-ajustement-fichier = "35"
               OPEN OUTPUT ajustement-fichier
           MOVE code-client-saisi TO vente-client
           MOVE prix-vente-normal TO vente-prix-normal
           MOVE prix-vente-applique TO vente-prix-applique
           PERFORM VENTILER-TVA-VENTE
           MOVE vente-sur-compte TO vente-a-credit
           MOVE lieu-saisi TO vente-lieu
           MOVE operateur-courant TO vente-operateur
           IF vente-est-sur-compte
               MOVE "K" TO vente-mode-reglement
           ELSE
               MOVE mode-reglement-caisse TO vente-mode-reglement
           END-IF
           OPEN EXTEND vente-fichier
           IF statut-vente-fichier = "35"
               OPEN OUTPUT vente-fichier
           MOVE code-fournisseur-saisi TO reception-fournisseur
           MOVE numero-lot-saisi TO reception-lot
           MOVE date-peremption-saisie TO reception-peremption
           MOVE lieu-saisi TO reception-lieu
           MOVE operateur-courant TO reception-operateur
           IF prix-achat-saisi NUMERIC
               MOVE prix-achat-saisi TO reception-prix-achat
           ELSE
               MOVE 0 TO reception-prix-achat
           END-IF
           OPEN EXTEND reception-fichier
           IF statut-reception-fichier = "35"
               OPEN OUTPUT reception-fichier
                   ", fournisseur : " audit-apres-fournisseur
           END-IF.

       SAISIR-FICHE-STOCK.
           DISPLAY "1. Fiche d'un produit"
           DISPLAY "2. Fiches d'une catégorie"
           ACCEPT choix-fiche
           MOVE "O" TO confirmation
           EVALUATE choix-fiche
               WHEN 1
                   MOVE "P" TO mode-fiche
                   DISPLAY "Entrez le code du produit (code interne ou code-barres) : "
                   ACCEPT saisie-produit
                   PERFORM RECHERCHER-PRODUIT-CODE-OU-BARRE
                   IF produit-est-trouve
                       MOVE recherche-code TO code-fiche
                   ELSE
                       DISPLAY "Produit non trouvé."
                       MOVE "N" TO confirmation
                   END-IF
               WHEN 2
                   MOVE "C" TO mode-fiche
                   DISPLAY "Entrez la catégorie : "
                   ACCEPT categorie-fiche
               WHEN OTHER
                   DISPLAY "Choix invalide."
                   MOVE "N" TO confirmation
           END-EVALUATE
           IF confirmation = "O"
               DISPLAY "Entrez la date de début (AAAAMMJJ) : "
               ACCEPT date-debut-rapport
               DISPLAY "Entrez la date de fin (AAAAMMJJ) : "
               ACCEPT date-fin-rapport
               IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC
                   PERFORM EXECUTER-FICHE-STOCK
               ELSE
                   DISPLAY "Erreur : Les dates doivent être au format AAAAMMJJ."
               END-IF
           END-IF.

       EXECUTER-FICHE-STOCK.
           MOVE date-debut-rapport TO date-limite-numerique
           COMPUTE date-limite-numerique = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(date-limite-numerique) - 1)
           MOVE date-limite-numerique TO date-limite-cloture
           MOVE date-fin-rapport TO date-fin-mouvements
           PERFORM PREPARER-MOUVEMENTS-STOCK
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           OPEN OUTPUT etat-fiche-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           IF mode-fiche = "P"
               MOVE code-fiche TO recherche-code
               PERFORM RECHERCHER-PRODUIT
               PERFORM EDITER-FICHE-PRODUIT
           ELSE
               MOVE LOW-VALUES TO produit-code
               MOVE "N" TO fin-fichier-produit
               START produit-fichier KEY IS NOT LESS THAN produit-code
                   INVALID KEY
                       MOVE "O" TO fin-fichier-produit
               END-START
               PERFORM UNTIL fin-de-fichier-produit
                   READ produit-fichier NEXT RECORD INTO produit-temporaire
                       AT END
                           MOVE "O" TO fin-fichier-produit
                       NOT AT END
                           IF temp-categorie = categorie-fiche
                               PERFORM EDITER-FICHE-PRODUIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-FICHE
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : " nombre-lignes-etat " PRODUIT(S), "
               nombre-mouvements-fiche " MOUVEMENT(S)"
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-fiche-ligne FROM ligne-etat
           CLOSE etat-fiche-fichier
           CLOSE mouvement-fichier
           CLOSE solde-fichier
           DISPLAY "État imprimable écrit dans etat-fiche-stock.dat.".

       PREPARER-MOUVEMENTS-STOCK.
           OPEN OUTPUT mouvement-fichier
           CLOSE mouvement-fichier
           OPEN I-O mouvement-fichier
           OPEN OUTPUT solde-fichier
           CLOSE solde-fichier
           OPEN I-O solde-fichier
           MOVE 0 TO sequence-mouvement
           MOVE 0 TO nombre-mouvements-fiche
           PERFORM DETERMINER-CLOTURE-REFERENCE
           PERFORM CHARGER-CLOTURE-FICHE
           PERFORM CHARGER-RECEPTIONS-FICHE
           PERFORM CHARGER-VENTES-FICHE
           PERFORM CHARGER-RETOURS-FICHE
           PERFORM CHARGER-TRANSFERTS-FICHE
           PERFORM CHARGER-AJUSTEMENTS-FICHE
           PERFORM CHARGER-DEMARQUES-FICHE
           PERFORM CHARGER-ASSEMBLAGES-FICHE.

       DETERMINER-CLOTURE-REFERENCE.
           MOVE LOW-VALUES TO date-cloture-reference
           MOVE LOW-VALUES TO heure-cloture-reference
           MOVE "N" TO fin-fichier-cloture
           OPEN INPUT cloture-fichier
           IF statut-cloture-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-cloture
                   READ cloture-fichier INTO cloture-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-cloture
                       NOT AT END
                           IF cloture-type = "T" AND
                               cloture-date <= date-limite-cloture AND
                               (cloture-date > date-cloture-reference OR
                               (cloture-date = date-cloture-reference AND
                                cloture-heure > heure-cloture-reference))
                               MOVE cloture-date TO date-cloture-reference
                               MOVE cloture-heure TO heure-cloture-reference
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cloture-fichier
           END-IF.

       VERIFIER-SELECTION-FICHE.
           MOVE "N" TO produit-dans-selection
           EVALUATE mode-fiche
               WHEN "P"
                   IF code-selection = code-fiche
                       MOVE "O" TO produit-dans-selection
                   END-IF
               WHEN "C"
                   MOVE code-selection TO recherche-code
                   PERFORM RECHERCHER-PRODUIT
                   IF produit-est-trouve AND temp-categorie = categorie-fiche
                       MOVE "O" TO produit-dans-selection
                   END-IF
               WHEN OTHER
                   MOVE "O" TO produit-dans-selection
           END-EVALUATE.

       VERIFIER-FENETRE-MOUVEMENT.
           MOVE "N" TO mouvement-dans-fenetre
           IF (date-mouvement > date-cloture-reference OR
               (date-mouvement = date-cloture-reference AND
                heure-mouvement > heure-cloture-reference))
               AND date-mouvement <= date-fin-mouvements
               PERFORM VERIFIER-SELECTION-FICHE
               IF produit-est-selectionne
                   MOVE "O" TO mouvement-dans-fenetre
               END-IF
           END-IF.

       CHARGER-CLOTURE-FICHE.
           IF date-cloture-reference NOT = LOW-VALUES
               MOVE "N" TO fin-fichier-cloture
               OPEN INPUT cloture-fichier
               IF statut-cloture-fichier NOT = "35"
                   PERFORM UNTIL fin-de-fichier-cloture
                       READ cloture-fichier INTO cloture-enregistrement
                           AT END
                               MOVE "O" TO fin-fichier-cloture
                           NOT AT END
                               IF (cloture-type = "D" OR cloture-type = "L") AND
                                   cloture-date = date-cloture-reference AND
                                   (cloture-heure = heure-cloture-reference OR
                                    cloture-heure = SPACES OR cloture-heure = ZERO)
                                   MOVE cloture-code TO code-selection
                                   PERFORM VERIFIER-SELECTION-FICHE
                                   IF produit-est-selectionne
                                       PERFORM CHARGER-SOLDE-CLOTURE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE cloture-fichier
               END-IF
           END-IF.

       CHARGER-SOLDE-CLOTURE.
           MOVE cloture-code TO sld-code
           IF cloture-type = "D"
               MOVE lieu-total-fiche TO sld-lieu
           ELSE
               MOVE cloture-lieu TO sld-lieu
           END-IF
           READ solde-fichier
               INVALID KEY
                   MOVE cloture-code TO sld-code
                   IF cloture-type = "D"
                       MOVE lieu-total-fiche TO sld-lieu
                   ELSE
                       MOVE cloture-lieu TO sld-lieu
                   END-IF
                   MOVE cloture-quantite TO sld-quantite
                   MOVE cloture-prix-achat TO sld-prix-moyen
                   WRITE solde-enregistrement
               NOT INVALID KEY
                   MOVE cloture-quantite TO sld-quantite
                   MOVE cloture-prix-achat TO sld-prix-moyen
                   REWRITE solde-enregistrement
           END-READ.

       CHARGER-RECEPTIONS-FICHE.
           MOVE "N" TO fin-fichier-reception
           OPEN INPUT reception-fichier
           IF statut-reception-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-reception
                   READ reception-fichier INTO reception-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-reception
                       NOT AT END
                           MOVE reception-code TO code-selection
                           MOVE reception-date TO date-mouvement
                           MOVE reception-heure TO heure-mouvement
                           PERFORM VERIFIER-FENETRE-MOUVEMENT
                           IF mouvement-est-dans-fenetre
                               MOVE "REC" TO type-mouvement-fiche
                               MOVE reception-lieu TO lieu-mouvement
                               MOVE reception-quantite TO quantite-mouvement
                               IF reception-prix-achat NUMERIC
                                   MOVE reception-prix-achat TO prix-mouvement
                               ELSE
                                   MOVE 0 TO prix-mouvement
                               END-IF
                               MOVE reception-fournisseur TO reference-mouvement
                               MOVE reception-lot TO lot-mouvement
                               MOVE reception-peremption TO peremption-mouvement
                               PERFORM ECRIRE-MOUVEMENT-FICHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reception-fichier
           END-IF.

       CHARGER-VENTES-FICHE.
           MOVE "N" TO fin-fichier-ventes
           OPEN INPUT vente-fichier
           IF statut-vente-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-ventes
                   READ vente-fichier INTO vente-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ventes
                       NOT AT END
                           MOVE vente-code TO code-selection
                           MOVE vente-date TO date-mouvement
                           MOVE vente-heure TO heure-mouvement
                           PERFORM VERIFIER-FENETRE-MOUVEMENT
                           IF mouvement-est-dans-fenetre
                               MOVE "VTE" TO type-mouvement-fiche
                               MOVE vente-lieu TO lieu-mouvement
                               COMPUTE quantite-mouvement = 0 - vente-quantite
                               MOVE 0 TO prix-mouvement
                               MOVE vente-client TO reference-mouvement
                               PERFORM ECRIRE-MOUVEMENT-FICHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE vente-fichier
           END-IF.

       CHARGER-RETOURS-FICHE.
           MOVE "N" TO fin-fichier-retour
           OPEN INPUT retour-fichier
           IF statut-retour-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-retour
                   READ retour-fichier INTO retour-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-retour
                       NOT AT END
                           MOVE retour-code TO code-selection
                           MOVE retour-date TO date-mouvement
                           MOVE retour-heure TO heure-mouvement
                           PERFORM VERIFIER-FENETRE-MOUVEMENT
                           IF mouvement-est-dans-fenetre
                               MOVE "RET" TO type-mouvement-fiche
                               MOVE retour-lieu TO lieu-mouvement
                               MOVE retour-quantite TO quantite-mouvement
                               MOVE 0 TO prix-mouvement
                               MOVE retour-client TO reference-mouvement
                               PERFORM ECRIRE-MOUVEMENT-FICHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retour-fichier
           END-IF.

       CHARGER-TRANSFERTS-FICHE.
           MOVE "N" TO fin-fichier-transfert
           OPEN INPUT transfert-fichier
           IF statut-transfert-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-transfert
                   READ transfert-fichier INTO transfert-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-transfert
                       NOT AT END
                           MOVE transfert-code TO code-selection
                           MOVE transfert-date TO date-mouvement
                           MOVE transfert-heure TO heure-mouvement
                           PERFORM VERIFIER-FENETRE-MOUVEMENT
                           IF mouvement-est-dans-fenetre
                               MOVE 0 TO prix-mouvement
                               MOVE "TRS" TO type-mouvement-fiche
                               MOVE transfert-lieu-source TO lieu-mouvement
                               COMPUTE quantite-mouvement = 0 - transfert-quantite
                               MOVE transfert-lieu-cible TO reference-mouvement
                               PERFORM ECRIRE-MOUVEMENT-FICHE
                               MOVE "TRE" TO type-mouvement-fiche
                               MOVE transfert-lieu-cible TO lieu-mouvement
                               MOVE transfert-quantite TO quantite-mouvement
                               MOVE transfert-lieu-source TO reference-mouvement
                               PERFORM ECRIRE-MOUVEMENT-FICHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE transfert-fichier
           END-IF.

       CHARGER-AJUSTEMENTS-FICHE.
           MOVE "N" TO fin-fichier-ajustement-fiche
           OPEN INPUT ajustement-fichier
           IF statut-ajustement-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-ajustement-fiche
                   READ ajustement-fichier INTO ajustement-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ajustement-fiche
                       NOT AT END
                           MOVE ajustement-code TO code-selection
                           MOVE ajustement-date TO date-mouvement
                           MOVE ajustement-heure TO heure-mouvement
                           PERFORM VERIFIER-FENETRE-MOUVEMENT
                           IF mouvement-est-dans-fenetre
                               MOVE "AJU" TO type-mouvement-fiche
                               MOVE ajustement-lieu TO lieu-mouvement
                               MOVE ajustement-ecart TO quantite-mouvement
                               MOVE 0 TO prix-mouvement
                               MOVE ajustement-operateur TO reference-mouvement
                               PERFORM ECRIRE-MOUVEMENT-FICHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ajustement-fichier
           END-IF.

       CHARGER-DEMARQUES-FICHE.
           MOVE "N" TO fin-fichier-demarque
           OPEN INPUT demarque-fichier
           IF statut-demarque-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-demarque
                   READ demarque-fichier INTO demarque-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-demarque
                       NOT AT END
                           MOVE demarque-code TO code-selection
                           MOVE demarque-date TO date-mouvement
                           MOVE demarque-heure TO heure-mouvement
                           PERFORM VERIFIER-FENETRE-MOUVEMENT
                           IF mouvement-est-dans-fenetre
                               MOVE "DEM" TO type-mouvement-fiche
                               MOVE demarque-lieu TO lieu-mouvement
                               COMPUTE quantite-mouvement = 0 - demarque-quantite
                               MOVE 0 TO prix-mouvement
                               MOVE demarque-motif TO reference-mouvement
                               MOVE demarque-lot TO lot-mouvement
                               PERFORM ECRIRE-MOUVEMENT-FICHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE demarque-fichier
           END-IF.

       CHARGER-ASSEMBLAGES-FICHE.
           MOVE "N" TO fin-fichier-assemblage
           OPEN INPUT assemblage-fichier
           IF statut-assemblage-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-assemblage
                   READ assemblage-fichier INTO assemblage-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-assemblage
                       NOT AT END
                           MOVE asm-produit TO code-selection
                           MOVE asm-date TO date-mouvement
                           MOVE asm-heure TO heure-mouvement
                           PERFORM VERIFIER-FENETRE-MOUVEMENT
                           IF mouvement-est-dans-fenetre
                               MOVE "ASM" TO type-mouvement-fiche
                               MOVE asm-lieu TO lieu-mouvement
                               IF asm-sens = "E"
                                   MOVE asm-quantite TO quantite-mouvement
                               ELSE
                                   COMPUTE quantite-mouvement = 0 - asm-quantite
                               END-IF
                               MOVE 0 TO prix-mouvement
                               MOVE asm-kit TO reference-mouvement
                               PERFORM ECRIRE-MOUVEMENT-FICHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE assemblage-fichier
           END-IF.

       ECRIRE-MOUVEMENT-FICHE.
           ADD 1 TO sequence-mouvement
           MOVE code-selection TO mvt-code
           MOVE date-mouvement TO mvt-date
           MOVE heure-mouvement TO mvt-heure
           MOVE sequence-mouvement TO mvt-sequence
           MOVE type-mouvement-fiche TO mvt-type
           MOVE lieu-mouvement TO mvt-lieu
           MOVE quantite-mouvement TO mvt-quantite
           MOVE prix-mouvement TO mvt-prix-achat
           MOVE reference-mouvement TO mvt-reference
           MOVE lot-mouvement TO mvt-lot
           MOVE peremption-mouvement TO mvt-peremption
           WRITE mouvement-enregistrement
               INVALID KEY
                   DISPLAY "Erreur : mouvement en double pour " code-selection "."
           END-WRITE
           MOVE SPACES TO lot-mouvement
           MOVE SPACES TO peremption-mouvement.

       INITIALISER-SOLDE-FICHE.
           MOVE temp-code TO sld-code
           MOVE lieu-total-fiche TO sld-lieu
           READ solde-fichier
               INVALID KEY
                   MOVE 0 TO solde-total-fiche
                   MOVE 0 TO prix-moyen-fiche
               NOT INVALID KEY
                   MOVE sld-quantite TO solde-total-fiche
                   MOVE sld-prix-moyen TO prix-moyen-fiche
           END-READ
           MOVE temp-code TO mvt-code
           MOVE LOW-VALUES TO mvt-date
           MOVE LOW-VALUES TO mvt-heure
           MOVE 0 TO mvt-sequence
           MOVE "N" TO fin-fichier-mouvement
           START mouvement-fichier KEY IS NOT LESS THAN mvt-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-mouvement
           END-START.

       APPLIQUER-MOUVEMENT-FICHE.
           IF mvt-type = "REC" AND mvt-prix-achat > 0
               IF solde-total-fiche <= 0 OR prix-moyen-fiche = 0
                   MOVE mvt-prix-achat TO prix-moyen-fiche
               ELSE
                   COMPUTE prix-moyen-fiche ROUNDED =
                       (solde-total-fiche * prix-moyen-fiche
                        + mvt-quantite * mvt-prix-achat)
                       / (solde-total-fiche + mvt-quantite)
               END-IF
           END-IF
           ADD mvt-quantite TO solde-total-fiche
           MOVE mvt-code TO sld-code
           MOVE mvt-lieu TO sld-lieu
           READ solde-fichier
               INVALID KEY
                   MOVE mvt-code TO sld-code
                   MOVE mvt-lieu TO sld-lieu
                   MOVE mvt-quantite TO sld-quantite
                   MOVE 0 TO sld-prix-moyen
                   WRITE solde-enregistrement
               NOT INVALID KEY
                   ADD mvt-quantite TO sld-quantite
                   REWRITE solde-enregistrement
           END-READ
           MOVE sld-quantite TO solde-lieu-fiche.

       EDITER-FICHE-PRODUIT.
           PERFORM INITIALISER-SOLDE-FICHE
           MOVE "N" TO ouverture-fiche-editee
           PERFORM UNTIL fin-de-fichier-mouvement
               READ mouvement-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-mouvement
                   NOT AT END
                       IF mvt-code NOT = temp-code
                           MOVE "O" TO fin-fichier-mouvement
                       ELSE
                           IF mvt-date < date-debut-rapport
                               PERFORM APPLIQUER-MOUVEMENT-FICHE
                           ELSE
                               IF NOT ouverture-est-editee
                                   PERFORM EDITER-OUVERTURE-FICHE
                               END-IF
                               PERFORM APPLIQUER-MOUVEMENT-FICHE
                               PERFORM EDITER-LIGNE-MOUVEMENT-FICHE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT ouverture-est-editee
               PERFORM EDITER-OUVERTURE-FICHE
           END-IF
           MOVE solde-total-fiche TO solde-total-edite
           DISPLAY "  Solde final au " date-fin-rapport " : " solde-total-edite
           MOVE SPACES TO ligne-etat
           STRING "  SOLDE FINAL AU " date-fin-rapport " : " solde-total-edite
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-FICHE
           PERFORM EDITER-SOLDES-LIEUX-FICHE
           MOVE SPACES TO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-FICHE
           ADD 1 TO nombre-lignes-etat.

       EDITER-OUVERTURE-FICHE.
           MOVE "O" TO ouverture-fiche-editee
           MOVE solde-total-fiche TO solde-total-edite
           DISPLAY "Fiche de stock " temp-code " " temp-nom
               " - solde d'ouverture au " date-debut-rapport " : " solde-total-edite
           MOVE SPACES TO ligne-etat
           STRING "PRODUIT " temp-code " " temp-nom
               " CATEGORIE " temp-categorie
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-FICHE
           MOVE SPACES TO ligne-etat
           STRING "  SOLDE D'OUVERTURE AU " date-debut-rapport " : " solde-total-edite
               " (CLOTURE DE REFERENCE " date-cloture-reference ")"
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-FICHE
           PERFORM EDITER-SOLDES-LIEUX-FICHE.

       EDITER-SOLDES-LIEUX-FICHE.
           MOVE temp-code TO sld-code
           MOVE LOW-VALUES TO sld-lieu
           MOVE "N" TO fin-fichier-solde
           START solde-fichier KEY IS NOT LESS THAN sld-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-solde
           END-START
           PERFORM UNTIL fin-de-fichier-solde
               READ solde-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-solde
                   NOT AT END
                       IF sld-code NOT = temp-code
                           MOVE "O" TO fin-fichier-solde
                       ELSE
                           IF sld-lieu NOT = lieu-total-fiche
                               MOVE sld-quantite TO solde-lieu-edite
                               DISPLAY "    Emplacement " sld-lieu " : " solde-lieu-edite
                               MOVE SPACES TO ligne-etat
                               STRING "    EMPLACEMENT " sld-lieu " : " solde-lieu-edite
                                   DELIMITED BY SIZE INTO ligne-etat
                               PERFORM ECRIRE-LIGNE-ETAT-FICHE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EDITER-LIGNE-MOUVEMENT-FICHE.
           MOVE mvt-quantite TO quantite-fiche-editee
           MOVE solde-lieu-fiche TO solde-lieu-edite
           MOVE solde-total-fiche TO solde-total-edite
           DISPLAY "  " mvt-date " " mvt-heure " " mvt-type
               " " mvt-lieu " qté " quantite-fiche-editee
               ", solde emplacement " solde-lieu-edite
               ", solde total " solde-total-edite
               " (" mvt-reference ")"
           MOVE SPACES TO ligne-etat
           STRING "  " mvt-date " " mvt-heure " " mvt-type
               " " mvt-lieu " QTE " quantite-fiche-editee
               " SOLDE EMPLACEMENT " solde-lieu-edite
               " SOLDE TOTAL " solde-total-edite
               " REF " mvt-reference
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-FICHE
           ADD 1 TO nombre-mouvements-fiche.

       ECRIRE-LIGNE-ETAT-FICHE.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-FICHE
               PERFORM ECRIRE-ENTETE-ETAT-FICHE
           END-IF
           WRITE etat-fiche-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-FICHE.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "FICHE DE STOCK DU " date-debut-rapport " AU " date-fin-rapport
               " - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-fiche-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-fiche-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-FICHE.
           IF numero-page-etat > 0
               MOVE SPACES TO ligne-etat
               STRING "FIN DE PAGE " numero-page-etat
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-fiche-ligne FROM ligne-etat
           END-IF.

       SAISIR-VALORISATION-STOCK.
           DISPLAY "Entrez la date de valorisation (AAAAMMJJ) : "
           ACCEPT date-valorisation
           IF date-valorisation NUMERIC
               PERFORM EXECUTER-VALORISATION-STOCK
           ELSE
               DISPLAY "Erreur : La date doit être au format AAAAMMJJ."
           END-IF.

       EXECUTER-VALORISATION-STOCK.
           MOVE "T" TO mode-fiche
           MOVE date-valorisation TO date-limite-cloture
           MOVE date-valorisation TO date-fin-mouvements
           PERFORM PREPARER-MOUVEMENTS-STOCK
           DISPLAY "Valorisation du stock au " date-valorisation
               " (clôture de référence " date-cloture-reference ") :"
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE 0 TO total-quantite-valorisee
           OPEN OUTPUT etat-valorisation-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           MOVE LOW-VALUES TO produit-code
           MOVE "N" TO fin-fichier-produit
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit
               READ produit-fichier NEXT RECORD INTO produit-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       PERFORM VALORISER-PRODUIT-DATE
               END-READ
           END-PERFORM
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-VALO
           MOVE total-general-etat TO total-general-edite
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : " nombre-lignes-etat " PRODUIT(S), QUANTITE "
               total-quantite-valorisee " VALEUR " total-general-edite
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-valorisation-ligne FROM ligne-etat
           CLOSE etat-valorisation-fichier
           CLOSE mouvement-fichier
           CLOSE solde-fichier
           DISPLAY "Valeur totale du stock au " date-valorisation " : " total-general-edite
           DISPLAY "État imprimable écrit dans etat-valorisation.dat.".

       VALORISER-PRODUIT-DATE.
           PERFORM INITIALISER-SOLDE-FICHE
           PERFORM UNTIL fin-de-fichier-mouvement
               READ mouvement-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-mouvement
                   NOT AT END
                       IF mvt-code NOT = temp-code
                           MOVE "O" TO fin-fichier-mouvement
                       ELSE
                           PERFORM APPLIQUER-MOUVEMENT-FICHE
                       END-IF
               END-READ
           END-PERFORM
           IF prix-moyen-fiche = 0
               MOVE temp-prix-achat TO prix-moyen-fiche
           END-IF
           IF solde-total-fiche NOT = 0
               COMPUTE valeur-fiche = solde-total-fiche * prix-moyen-fiche
               MOVE solde-total-fiche TO solde-total-edite
               MOVE prix-moyen-fiche TO prix-moyen-edite
               MOVE valeur-fiche TO valeur-fiche-editee
               DISPLAY "Produit : " temp-code " " temp-nom
                   ", quantité : " solde-total-edite
                   ", CMP : " prix-moyen-edite
                   ", valeur : " valeur-fiche-editee
               MOVE SPACES TO ligne-etat
               STRING "PRODUIT " temp-code " " temp-nom(1:20)
                   " " temp-categorie
                   " QTE " solde-total-edite
                   " CMP " prix-moyen-edite
                   " VALEUR " valeur-fiche-editee
                   DELIMITED BY SIZE INTO ligne-etat
               PERFORM ECRIRE-LIGNE-ETAT-VALO
               ADD solde-total-fiche TO total-quantite-valorisee
               ADD valeur-fiche TO total-page-etat
               ADD valeur-fiche TO total-general-etat
               ADD 1 TO nombre-lignes-etat
           END-IF.

       ECRIRE-LIGNE-ETAT-VALO.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-VALO
               PERFORM ECRIRE-ENTETE-ETAT-VALO
           END-IF
           WRITE etat-valorisation-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-VALO.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "VALORISATION DU STOCK AU " date-valorisation
               " (COUT MOYEN PONDERE) - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-valorisation-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-valorisation-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-VALO.
           IF numero-page-etat > 0
               MOVE total-page-etat TO total-page-edite
               MOVE SPACES TO ligne-etat
               STRING "TOTAL PAGE : VALEUR " total-page-edite
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-valorisation-ligne FROM ligne-etat
               MOVE 0 TO total-page-etat
           END-IF.

       ENREGISTRER-RETOUR.
           DISPLAY "Entrez le code du produit retourné (code interne ou code-barres) : "
           ACCEPT saisie-produit
           PERFORM RECHERCHER-PRODUIT-CODE-OU-BARRE
           IF produit-est-trouve
               PERFORM SAISIR-CODE-CLIENT
               MOVE "O" TO confirmation
               IF code-client-saisi NOT = SPACES
                   PERFORM VERIFIER-ACHAT-CLIENT
                   IF NOT vente-client-existe
                       DISPLAY "Avertissement : aucune vente de ce produit n'est enregistrée pour ce client."
                       DISPLAY "Confirmez le retour (O/N) : "
                       ACCEPT confirmation
                   END-IF
               END-IF
               IF confirmation NOT = "O"
                   DISPLAY "Retour annulé."
               ELSE
                   DISPLAY "Entrez l'emplacement de remise en stock (entrepôt) : "
                   ACCEPT lieu-saisi
                   DISPLAY "Entrez la quantité retournée : "
                   ACCEPT quantite-retournee
                   IF quantite-retournee NUMERIC AND quantite-retournee > 0
                       DISPLAY "Entrez le motif du retour : "
                       ACCEPT motif-retour
                       COMPUTE montant-rembourse = quantite-retournee * temp-prix-unitaire
                       MOVE "N" TO retour-sur-compte
                       IF code-client-saisi NOT = SPACES AND
                           temp-cli-plafond-credit NUMERIC AND temp-cli-plafond-credit > 0
                           DISPLAY "Créditer le compte client au lieu de rembourser (O/N) : "
                           ACCEPT retour-sur-compte
                       END-IF
                       IF NOT retour-est-sur-compte
                           PERFORM SAISIR-MODE-REGLEMENT
                       END-IF
                       MOVE quantite-retournee TO quantite-recue
                       PERFORM METTRE-A-JOUR-STOCK-EMPLACEMENT-RECEPTION
                       IF emplacement-maj-ok
                           COMPUTE temp-quantite = temp-quantite + quantite-retournee
                           REWRITE produit-record FROM produit-temporaire
                           PERFORM ENREGISTRER-RETOUR-JOURNAL
                           PERFORM AFFECTER-RELIQUATS-COMMANDES
                           IF retour-est-sur-compte
                               PERFORM ENREGISTRER-AVOIR-CLIENT
                               DISPLAY "Retour enregistré, montant crédité au compte : " montant-rembourse
                                   " dont TVA " montant-tva-calcule
                           ELSE
                               DISPLAY "Retour enregistré, montant remboursé : " montant-rembourse
                                   " dont TVA " montant-tva-calcule
                           END-IF
                       ELSE
                           DISPLAY "Retour annulé : la mise à jour de l'emplacement a échoué."
                       END-IF
                   ELSE
                       DISPLAY "Erreur : La quantité retournée doit être un nombre positif."
                   END-IF
               END-IF
           ELSE
               DISPLAY "Produit non trouvé."
           END-IF.

       ENREGISTRER-RETOUR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE recherche-code TO retour-code
           MOVE temp-categorie TO retour-categorie
           MOVE quantite-retournee TO retour-quantite
           MOVE montant-rembourse TO retour-montant
           MOVE horodatage-courant(1:8) TO retour-date
           MOVE horodatage-courant(9:6) TO retour-heure
           MOVE motif-retour TO retour-motif
           MOVE code-client-saisi TO retour-client
           PERFORM VENTILER-TVA-RETOUR
           IF retour-est-sur-compte
               MOVE "O" TO retour-a-credit
               MOVE "K" TO retour-mode-reglement
           ELSE
               MOVE "N" TO retour-a-credit
               MOVE mode-reglement-caisse TO retour-mode-reglement
           END-IF
           MOVE lieu-saisi TO retour-lieu
           MOVE operateur-courant TO retour-operateur
           OPEN EXTEND retour-fichier
           IF statut-retour-fichier = "35"
               OPEN OUTPUT retour-fichier
               CLOSE retour-fichier
               OPEN EXTEND retour-fichier
           END-IF
           WRITE retour-enregistrement
           CLOSE retour-fichier.

       VENTILER-TVA-VENTE.
           MOVE vente-categorie TO categorie-tva-recherchee
           MOVE vente-date TO date-application-tva
           MOVE vente-total TO montant-ttc-calcule
           PERFORM CALCULER-TVA-MOUVEMENT
           MOVE montant-ht-calcule TO vente-montant-ht
           MOVE code-tva-applique TO vente-code-tva
           MOVE taux-tva-applique TO vente-taux-tva
           MOVE montant-tva-calcule TO vente-montant-tva.

       VENTILER-TVA-RETOUR.
           MOVE retour-categorie TO categorie-tva-recherchee
           MOVE retour-date TO date-application-tva
           MOVE retour-montant TO montant-ttc-calcule
           PERFORM CALCULER-TVA-MOUVEMENT
           MOVE montant-ht-calcule TO retour-montant-ht
           MOVE code-tva-applique TO retour-code-tva
           MOVE taux-tva-applique TO retour-taux-tva
           MOVE montant-tva-calcule TO retour-montant-tva.

       COMPLETER-TVA-VENTE.
           IF vente-code-tva = SPACES OR vente-montant-ht NOT NUMERIC OR
               vente-taux-tva NOT NUMERIC OR vente-montant-tva NOT NUMERIC
               PERFORM VENTILER-TVA-VENTE
           END-IF.

       COMPLETER-TVA-RETOUR.
           IF retour-code-tva = SPACES OR retour-montant-ht NOT NUMERIC OR
               retour-taux-tva NOT NUMERIC OR retour-montant-tva NOT NUMERIC
               PERFORM VENTILER-TVA-RETOUR
           END-IF.

       CALCULER-TVA-MOUVEMENT.
           PERFORM DETERMINER-TAUX-TVA
           COMPUTE montant-ht-calcule ROUNDED =
               montant-ttc-calcule * 100 / (100 + taux-tva-applique)
           COMPUTE montant-tva-calcule =
               montant-ttc-calcule - montant-ht-calcule.

       DETERMINER-TAUX-TVA.
           MOVE "N" TO taux-tva-trouve
           MOVE "00" TO code-tva-applique
           MOVE 0 TO taux-tva-applique
           PERFORM CHERCHER-TAUX-TVA-CATEGORIE
           IF NOT taux-tva-est-trouve
               MOVE "*" TO categorie-tva-recherchee
               PERFORM CHERCHER-TAUX-TVA-CATEGORIE
           END-IF.

       CHERCHER-TAUX-TVA-CATEGORIE.
           MOVE categorie-tva-recherchee TO tva-categorie
           MOVE LOW-VALUES TO tva-date-effet
           MOVE "N" TO fin-fichier-tva
           START tva-fichier KEY IS NOT LESS THAN tva-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-tva
           END-START
           PERFORM UNTIL fin-de-fichier-tva
               READ tva-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-tva
                   NOT AT END
                       IF tva-categorie NOT = categorie-tva-recherchee OR
                           tva-date-effet > date-application-tva
                           MOVE "O" TO fin-fichier-tva
                       ELSE
                           MOVE "O" TO taux-tva-trouve
                           MOVE tva-code TO code-tva-applique
                           MOVE tva-taux TO taux-tva-applique
                       END-IF
               END-READ
           END-PERFORM.

       MENU-TAUX-TVA.
           DISPLAY "1. Ajouter ou remplacer un taux de TVA"
           DISPLAY "2. Lister les taux de TVA"
           DISPLAY "3. Retour au menu principal"
           ACCEPT choix-tva
           EVALUATE choix-tva
               WHEN 1
                   PERFORM AJOUTER-TAUX-TVA
                   PERFORM MENU-TAUX-TVA
               WHEN 2
                   PERFORM LISTER-TAUX-TVA
                   PERFORM MENU-TAUX-TVA
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, essayez à nouveau."
                   PERFORM MENU-TAUX-TVA
           END-EVALUATE.

       AJOUTER-TAUX-TVA.
           DISPLAY "Entrez la catégorie de produits (* = taux par défaut) : "
           ACCEPT tva-categorie
           DISPLAY "Entrez la date d'effet (AAAAMMJJ) : "
           ACCEPT tva-date-effet
           DISPLAY "Entrez le code du taux (ex : N, I, R) : "
           ACCEPT tva-code
           DISPLAY "Entrez le taux en pourcentage (ex : 20.00) : "
           ACCEPT tva-taux
           IF tva-categorie = SPACES OR tva-code = SPACES
               DISPLAY "Erreur : la catégorie et le code du taux ne peuvent pas être vides."
           ELSE
               IF tva-date-effet NOT NUMERIC OR tva-taux NOT NUMERIC
                   DISPLAY "Erreur : la date d'effet et le taux doivent être des nombres."
               ELSE
                   WRITE tva-enregistrement
                       INVALID KEY
                           REWRITE tva-enregistrement
                               INVALID KEY
                                   DISPLAY "Erreur : impossible d'enregistrer le taux de TVA."
                               NOT INVALID KEY
                                   DISPLAY "Taux de TVA remplacé pour cette date d'effet."
                           END-REWRITE
                       NOT INVALID KEY
                           DISPLAY "Taux de TVA ajouté avec succès !"
                   END-WRITE
               END-IF
           END-IF.

       LISTER-TAUX-TVA.
           DISPLAY "Taux de TVA :"
           MOVE "N" TO fin-fichier-tva
           MOVE LOW-VALUES TO tva-cle
           START tva-fichier KEY IS NOT LESS THAN tva-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-tva
           END-START
           PERFORM UNTIL fin-de-fichier-tva
               READ tva-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-tva
                   NOT AT END
                       MOVE tva-taux TO taux-tva-edite
                       DISPLAY "Catégorie : " tva-categorie
                           ", en vigueur le : " tva-date-effet
                           ", code : " tva-code
                           ", taux : " taux-tva-edite " %"
               END-READ
           END-PERFORM.

       GENERER-RAPPORT-TVA.
           DISPLAY "Entrez la date de début (AAAAMMJJ) : "
           ACCEPT date-debut-rapport
           DISPLAY "Entrez la date de fin (AAAAMMJJ) : "
           ACCEPT date-fin-rapport
           IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC
               PERFORM EXECUTER-RAPPORT-TVA
           ELSE
               DISPLAY "Erreur : Les dates doivent être au format AAAAMMJJ."
           END-IF.

       EXECUTER-RAPPORT-TVA.
           OPEN OUTPUT cumul-tva-fichier
           CLOSE cumul-tva-fichier
           OPEN I-O cumul-tva-fichier
           MOVE "N" TO fin-fichier-ventes
           OPEN INPUT vente-fichier
           IF statut-vente-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-ventes
                   READ vente-fichier INTO vente-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ventes
                       NOT AT END
                           IF vente-date >= date-debut-rapport AND
                               vente-date <= date-fin-rapport
                               PERFORM CUMULER-VENTE-TVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE vente-fichier
           END-IF
           MOVE "N" TO fin-fichier-retour
           OPEN INPUT retour-fichier
           IF statut-retour-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-retour
                   READ retour-fichier INTO retour-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-retour
                       NOT AT END
                           IF retour-date >= date-debut-rapport AND
                               retour-date <= date-fin-rapport
                               PERFORM CUMULER-RETOUR-TVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retour-fichier
           END-IF
           DISPLAY "Déclaration de TVA du " date-debut-rapport
               " au " date-fin-rapport " (retours déduits) :"
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           OPEN OUTPUT etat-tva-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           MOVE 0 TO total-base-nette-tva
           MOVE LOW-VALUES TO ctva-cle
           MOVE "N" TO fin-fichier-cumul-tva
           START cumul-tva-fichier KEY IS NOT LESS THAN ctva-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-cumul-tva
           END-START
           PERFORM UNTIL fin-de-fichier-cumul-tva
               READ cumul-tva-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-cumul-tva
                   NOT AT END
                       PERFORM AFFICHER-TAUX-DECLARATION
               END-READ
           END-PERFORM
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-TVA
           MOVE total-base-nette-tva TO base-tva-editee
           MOVE total-general-etat TO total-general-edite
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : " nombre-lignes-etat
               " TAUX, BASE HT NETTE " base-tva-editee
               " TVA COLLECTEE NETTE " total-general-edite
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-tva-ligne FROM ligne-etat
           CLOSE etat-tva-fichier
           CLOSE cumul-tva-fichier
           DISPLAY "TVA collectée nette de la période : " total-general-edite
           DISPLAY "État imprimable écrit dans etat-tva.dat.".

       CUMULER-VENTE-TVA.
           PERFORM COMPLETER-TVA-VENTE
           MOVE vente-code-tva TO ctva-code
           MOVE vente-taux-tva TO ctva-taux
           PERFORM CHERCHER-CREER-CUMUL-TVA
           ADD 1 TO ctva-nb-ventes
           ADD vente-montant-ht TO ctva-base-ventes
           ADD vente-montant-tva TO ctva-tva-ventes
           REWRITE cumul-tva-enregistrement.

       CUMULER-RETOUR-TVA.
           PERFORM COMPLETER-TVA-RETOUR
           MOVE retour-code-tva TO ctva-code
           MOVE retour-taux-tva TO ctva-taux
           PERFORM CHERCHER-CREER-CUMUL-TVA
           ADD 1 TO ctva-nb-retours
           ADD retour-montant-ht TO ctva-base-retours
           ADD retour-montant-tva TO ctva-tva-retours
           REWRITE cumul-tva-enregistrement.

       CHERCHER-CREER-CUMUL-TVA.
           READ cumul-tva-fichier
               INVALID KEY
                   MOVE 0 TO ctva-nb-ventes
                   MOVE 0 TO ctva-base-ventes
                   MOVE 0 TO ctva-tva-ventes
                   MOVE 0 TO ctva-nb-retours
                   MOVE 0 TO ctva-base-retours
                   MOVE 0 TO ctva-tva-retours
                   WRITE cumul-tva-enregistrement
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       AFFICHER-TAUX-DECLARATION.
           COMPUTE base-nette-tva = ctva-base-ventes - ctva-base-retours
           COMPUTE tva-nette-calculee = ctva-tva-ventes - ctva-tva-retours
           MOVE ctva-taux TO taux-tva-edite
           DISPLAY "Code " ctva-code " taux " taux-tva-edite " %"
               ", ventes HT : " ctva-base-ventes
               ", TVA ventes : " ctva-tva-ventes
               ", retours HT : " ctva-base-retours
               ", TVA retours : " ctva-tva-retours
               ", TVA nette : " tva-nette-calculee
           MOVE ctva-base-ventes TO base-tva-editee
           MOVE ctva-tva-ventes TO montant-tva-etat-edite
           MOVE SPACES TO ligne-etat
           STRING "CODE " ctva-code " TAUX " taux-tva-edite
               " VENTES " ctva-nb-ventes
               " BASE HT " base-tva-editee
               " TVA " montant-tva-etat-edite
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-TVA
           MOVE ctva-base-retours TO base-tva-editee
           MOVE ctva-tva-retours TO montant-tva-etat-edite
           MOVE SPACES TO ligne-etat
           STRING "                  RETOURS " ctva-nb-retours
               " BASE HT " base-tva-editee
               " TVA " montant-tva-etat-edite
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-TVA
           MOVE base-nette-tva TO base-tva-editee
           MOVE tva-nette-calculee TO montant-tva-etat-edite
           MOVE SPACES TO ligne-etat
           STRING "                  NET             "
               " BASE HT " base-tva-editee
               " TVA " montant-tva-etat-edite
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-TVA
           ADD tva-nette-calculee TO total-page-etat
           ADD tva-nette-calculee TO total-general-etat
           ADD base-nette-tva TO total-base-nette-tva
           ADD 1 TO nombre-lignes-etat.

       ECRIRE-LIGNE-ETAT-TVA.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-TVA
               PERFORM ECRIRE-ENTETE-ETAT-TVA
           END-IF
           WRITE etat-tva-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-TVA.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "DECLARATION DE TVA DU " date-debut-rapport
               " AU " date-fin-rapport
               " (RETOURS DEDUITS) - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-tva-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-tva-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-TVA.
           IF numero-page-etat > 0
               MOVE total-page-etat TO total-page-edite
               MOVE SPACES TO ligne-etat
               STRING "TOTAL PAGE : TVA COLLECTEE NETTE " total-page-edite
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-tva-ligne FROM ligne-etat
               MOVE 0 TO total-page-etat
           END-IF.

       MENU-FOURNISSEURS.
           DISPLAY "1. Ajouter un fournisseur"
           DISPLAY "2. Modifier un fournisseur"
           DISPLAY "3. Lister les fournisseurs"
           DISPLAY "4. Importer un catalogue fournisseur"
           DISPLAY "5. Comparer les prix fournisseurs d'un produit"
           DISPLAY "6. Retour au menu principal"
           ACCEPT choix-fournisseur
           EVALUATE choix-fournisseur
               WHEN 1
                   PERFORM AJOUTER-FOURNISSEUR
                   PERFORM MENU-FOURNISSEURS
               WHEN 2
                   PERFORM MODIFIER-FOURNISSEUR
                   PERFORM MENU-FOURNISSEURS
               WHEN 3
                   PERFORM LISTER-FOURNISSEURS
                   PERFORM MENU-FOURNISSEURS
               WHEN 4
                   PERFORM IMPORTER-CATALOGUE-FOURNISSEUR
                   PERFORM MENU-FOURNISSEURS
               WHEN 5
                   PERFORM COMPARER-PRIX-FOURNISSEURS
                   PERFORM MENU-FOURNISSEURS
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, essayez à nouveau."
                   PERFORM MENU-FOURNISSEURS
           END-EVALUATE.

       AJOUTER-FOURNISSEUR.
           DISPLAY "Entrez le code du fournisseur : "
           ACCEPT code-fournisseur-saisi
           IF code-fournisseur-saisi = SPACES
               DISPLAY "Erreur : Le code fournisseur ne peut pas être vide."
           ELSE
               PERFORM RECHERCHER-FOURNISSEUR
               IF fournisseur-est-trouve
                   DISPLAY "Erreur : Le code fournisseur " code-fournisseur-saisi " existe déjà."
               ELSE
                   MOVE code-fournisseur-saisi TO fournisseur-code
                   DISPLAY "Entrez le nom du fournisseur : "
                   ACCEPT fournisseur-nom
                   DISPLAY "Entrez le contact (téléphone ou courriel) : "
                   ACCEPT fournisseur-contact
                   DISPLAY "Entrez le délai de livraison habituel (jours) : "
                   ACCEPT fournisseur-delai
                   IF fournisseur-delai NUMERIC
                       WRITE fournisseur-record
                           INVALID KEY
                               DISPLAY "Erreur : Le code fournisseur " fournisseur-code " existe déjà."
                           NOT INVALID KEY
                               DISPLAY "Fournisseur ajouté avec succès !"
                       END-WRITE
                   ELSE
                       DISPLAY "Erreur : Le délai de livraison doit être un nombre."
                   END-IF
               END-IF
           END-IF.

       MODIFIER-FOURNISSEUR.
           DISPLAY "Entrez le code du fournisseur à modifier : "
           ACCEPT code-fournisseur-saisi
           PERFORM RECHERCHER-FOURNISSEUR
           IF fournisseur-est-trouve
               DISPLAY "Fournisseur trouvé : " temp-four-nom
               DISPLAY "Entrez le nouveau nom du fournisseur : "
               ACCEPT temp-four-nom
               DISPLAY "Entrez le nouveau contact : "
               ACCEPT temp-four-contact
               DISPLAY "Entrez le nouveau délai de livraison (jours) : "
               ACCEPT temp-four-delai
               REWRITE fournisseur-record FROM fournisseur-temporaire
               DISPLAY "Fournisseur mis à jour avec succès !"
           ELSE
               DISPLAY "Fournisseur non trouvé."
           END-IF.

       LISTER-FOURNISSEURS.
           DISPLAY "Fournisseurs :"
           MOVE "N" TO fin-fichier-fournisseur
           MOVE LOW-VALUES TO fournisseur-code
           START fournisseur-fichier KEY IS NOT LESS THAN fournisseur-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-fournisseur
           END-START
           PERFORM UNTIL fin-de-fichier-fournisseur
               READ fournisseur-fichier NEXT RECORD INTO fournisseur-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-fournisseur
                   NOT AT END
                       DISPLAY "Code : " temp-four-code ", Nom : " temp-four-nom
                           ", Contact : " temp-four-contact
                           ", Délai : " temp-four-delai " jour(s)"
               END-READ
           END-PERFORM.

       IMPORTER-CATALOGUE-FOURNISSEUR.
           DISPLAY "Import du catalogue fournisseurs (catalogue-import.dat)..."
           MOVE 0 TO nombre-lignes-catalogue
           MOVE 0 TO nombre-rejets-catalogue
           MOVE 0 TO nombre-exceptions-catalogue
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE horodatage-courant(1:8) TO date-jour-catalogue
           MOVE "N" TO fin-fichier-import-catalogue
           OPEN INPUT import-catalogue-fichier
           IF statut-import-catalogue = "35"
               DISPLAY "Erreur : le fichier catalogue-import.dat n'existe pas."
               MOVE 8 TO code-retour-etape
           ELSE
               OPEN OUTPUT catalogue-rejet-fichier
               OPEN OUTPUT etat-catalogue-fichier
               PERFORM INITIALISER-COMPTEURS-ETAT
               PERFORM UNTIL fin-de-fichier-import-catalogue
                   READ import-catalogue-fichier INTO import-catalogue-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-import-catalogue
                       NOT AT END
                           IF impc-fournisseur NOT = SPACES OR
                               impc-produit NOT = SPACES
                               PERFORM TRAITER-LIGNE-CATALOGUE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-CATALOGUE
               MOVE marge-plancher-catalogue TO marge-plancher-editee
               MOVE SPACES TO ligne-etat
               STRING "TOTAL GENERAL : " nombre-exceptions-catalogue
                   " PRIX SOUS LE PLANCHER DE MARGE DE " marge-plancher-editee " %"
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-catalogue-ligne FROM ligne-etat
               CLOSE import-catalogue-fichier
               CLOSE catalogue-rejet-fichier
               CLOSE etat-catalogue-fichier
               DISPLAY "Import du catalogue terminé : " nombre-lignes-catalogue
                   " ligne(s) chargée(s), " nombre-rejets-catalogue
                   " rejet(s) dans catalogue-rejets.dat, " nombre-exceptions-catalogue
                   " exception(s) de marge dans etat-exceptions-catalogue.dat."
               IF (nombre-rejets-catalogue > 0 OR nombre-exceptions-catalogue > 0)
                   AND code-retour-etape < 4
                   MOVE 4 TO code-retour-etape
               END-IF
           END-IF.

       TRAITER-LIGNE-CATALOGUE.
           MOVE SPACES TO motif-rejet-catalogue
           MOVE impc-fournisseur TO code-fournisseur-saisi
           PERFORM RECHERCHER-FOURNISSEUR
           IF NOT fournisseur-est-trouve
               MOVE "01" TO motif-rejet-catalogue
           ELSE
               MOVE impc-produit TO recherche-code
               PERFORM RECHERCHER-PRODUIT
               IF NOT produit-est-trouve
                   MOVE "02" TO motif-rejet-catalogue
               ELSE
                   IF impc-prix NOT NUMERIC OR impc-prix = 0
                       MOVE "03" TO motif-rejet-catalogue
                   ELSE
                       IF impc-colisage NOT NUMERIC OR impc-minimum NOT NUMERIC
                           MOVE "04" TO motif-rejet-catalogue
                       ELSE
                           IF impc-date-validite NOT = SPACES AND
                               impc-date-validite NOT NUMERIC
                               MOVE "05" TO motif-rejet-catalogue
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF motif-rejet-catalogue = SPACES
               PERFORM ENREGISTRER-LIGNE-CATALOGUE
           ELSE
               MOVE import-catalogue-enregistrement TO rejc-ligne
               MOVE motif-rejet-catalogue TO rejc-motif
               WRITE catalogue-rejet-enregistrement
               ADD 1 TO nombre-rejets-catalogue
           END-IF.

       ENREGISTRER-LIGNE-CATALOGUE.
           MOVE impc-fournisseur TO catf-fournisseur
           MOVE impc-produit TO catf-produit
           READ catalogue-fichier
               INVALID KEY
                   MOVE "N" TO catalogue-trouve
                   MOVE 0 TO ancien-prix-catalogue
               NOT INVALID KEY
                   MOVE "O" TO catalogue-trouve
                   MOVE catf-prix TO ancien-prix-catalogue
           END-READ
           MOVE impc-fournisseur TO catf-fournisseur
           MOVE impc-produit TO catf-produit
           MOVE impc-reference TO catf-reference
           IF impc-colisage = 0
               MOVE 1 TO catf-colisage
           ELSE
               MOVE impc-colisage TO catf-colisage
           END-IF
           MOVE impc-minimum TO catf-minimum
           MOVE impc-prix TO catf-prix
           IF impc-date-validite = SPACES
               MOVE "99999999" TO catf-date-validite
           ELSE
               MOVE impc-date-validite TO catf-date-validite
           END-IF
           MOVE date-jour-catalogue TO catf-date-import
           IF catalogue-est-trouve
               REWRITE catalogue-enregistrement
           ELSE
               WRITE catalogue-enregistrement
           END-IF
           ADD 1 TO nombre-lignes-catalogue
           IF temp-prix-unitaire > 0
               COMPUTE marge-catalogue ROUNDED =
                   (temp-prix-unitaire - catf-prix) * 100 / temp-prix-unitaire
           ELSE
               MOVE 0 TO marge-catalogue
           END-IF
           IF marge-catalogue < marge-plancher-catalogue
               PERFORM EDITER-EXCEPTION-CATALOGUE
           END-IF.

       EDITER-EXCEPTION-CATALOGUE.
           MOVE marge-catalogue TO marge-catalogue-editee
           MOVE catf-prix TO prix-catalogue-edite
           MOVE ancien-prix-catalogue TO ancien-prix-edite
           DISPLAY "Attention : marge de " marge-catalogue-editee " % pour "
               catf-produit " " temp-nom " chez " catf-fournisseur
               " (prix catalogue " prix-catalogue-edite
               ", précédent " ancien-prix-edite
               ", prix de vente " temp-prix-unitaire ")"
           MOVE SPACES TO ligne-etat
           STRING "PRODUIT " catf-produit " " temp-nom(1:20)
               " FOURNISSEUR " catf-fournisseur
               " PRIX " prix-catalogue-edite
               " ANCIEN " ancien-prix-edite
               " VENTE " temp-prix-unitaire
               " MARGE% " marge-catalogue-editee
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-CATALOGUE
           ADD 1 TO nombre-lignes-etat
           ADD 1 TO nombre-exceptions-catalogue.

       ECRIRE-LIGNE-ETAT-CATALOGUE.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-CATALOGUE
               PERFORM ECRIRE-ENTETE-ETAT-CATALOGUE
           END-IF
           WRITE etat-catalogue-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-CATALOGUE.
           ADD 1 TO numero-page-etat
           MOVE marge-plancher-catalogue TO marge-plancher-editee
           MOVE SPACES TO ligne-etat
           STRING "EXCEPTIONS DE MARGE A L'IMPORT CATALOGUE (PLANCHER "
               marge-plancher-editee " %) - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-catalogue-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-catalogue-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-CATALOGUE.
           IF numero-page-etat > 0
               MOVE SPACES TO ligne-etat
               STRING "FIN DE PAGE " numero-page-etat
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-catalogue-ligne FROM ligne-etat
           END-IF.

       COMPARER-PRIX-FOURNISSEURS.
           DISPLAY "Entrez le code du produit (code interne ou code-barres) : "
           ACCEPT saisie-produit
           PERFORM RECHERCHER-PRODUIT-CODE-OU-BARRE
           IF NOT produit-est-trouve
               DISPLAY "Produit non trouvé."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO horodatage-courant
               MOVE horodatage-courant(1:8) TO date-jour-catalogue
               DISPLAY "Catalogue fournisseurs pour " temp-code " " temp-nom
                   " (prix de vente " temp-prix-unitaire
                   ", fournisseur habituel " temp-fournisseur ") :"
               MOVE "N" TO meilleur-prix-trouve
               MOVE LOW-VALUES TO catf-cle
               MOVE "N" TO fin-fichier-catalogue
               START catalogue-fichier KEY IS NOT LESS THAN catf-cle
                   INVALID KEY
                       MOVE "O" TO fin-fichier-catalogue
               END-START
               PERFORM UNTIL fin-de-fichier-catalogue
                   READ catalogue-fichier NEXT RECORD
                       AT END
                           MOVE "O" TO fin-fichier-catalogue
                       NOT AT END
                           IF catf-produit = temp-code
                               PERFORM AFFICHER-LIGNE-CATALOGUE
                           END-IF
                   END-READ
               END-PERFORM
               IF meilleur-prix-est-trouve
                   MOVE prix-suggere TO prix-catalogue-edite
                   DISPLAY "Fournisseur le moins cher en vigueur : " fournisseur-suggere
                       " à " prix-catalogue-edite
               ELSE
                   DISPLAY "Aucun prix catalogue en vigueur pour ce produit."
               END-IF
           END-IF.

       AFFICHER-LIGNE-CATALOGUE.
           MOVE catf-prix TO prix-catalogue-edite
           IF temp-prix-unitaire > 0
               COMPUTE marge-catalogue ROUNDED =
                   (temp-prix-unitaire - catf-prix) * 100 / temp-prix-unitaire
           ELSE
               MOVE 0 TO marge-catalogue
           END-IF
           MOVE marge-catalogue TO marge-catalogue-editee
           IF catf-date-validite >= date-jour-catalogue
               DISPLAY "  " catf-fournisseur " réf. " catf-reference
                   ", prix : " prix-catalogue-edite
                   ", colis : " catf-colisage
                   ", minimum : " catf-minimum
                   ", valable jusqu'au " catf-date-validite
                   ", marge % : " marge-catalogue-editee
               IF NOT meilleur-prix-est-trouve OR catf-prix < prix-suggere
                   MOVE "O" TO meilleur-prix-trouve
                   MOVE catf-fournisseur TO fournisseur-suggere
                   MOVE catf-prix TO prix-suggere
               END-IF
           ELSE
               DISPLAY "  " catf-fournisseur " réf. " catf-reference
                   ", prix : " prix-catalogue-edite
                   " (expiré le " catf-date-validite ")"
           END-IF.

       PREPARER-MEILLEURS-PRIX.
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE horodatage-courant(1:8) TO date-jour-catalogue
           OPEN OUTPUT meilleur-prix-fichier
           CLOSE meilleur-prix-fichier
           OPEN I-O meilleur-prix-fichier
           MOVE LOW-VALUES TO catf-cle
           MOVE "N" TO fin-fichier-catalogue
           START catalogue-fichier KEY IS NOT LESS THAN catf-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-catalogue
           END-START
           PERFORM UNTIL fin-de-fichier-catalogue
               READ catalogue-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-catalogue
                   NOT AT END
                       IF catf-date-validite >= date-jour-catalogue
                           PERFORM RETENIR-MEILLEUR-PRIX
                       END-IF
               END-READ
           END-PERFORM.

       RETENIR-MEILLEUR-PRIX.
           MOVE catf-fournisseur TO code-fournisseur-saisi
           PERFORM RECHERCHER-FOURNISSEUR
           IF fournisseur-est-trouve
               MOVE temp-four-delai TO delai-suggere
           ELSE
               MOVE 0 TO delai-suggere
           END-IF
           MOVE catf-produit TO mp-produit
           READ meilleur-prix-fichier
               INVALID KEY
                   MOVE catf-produit TO mp-produit
                   PERFORM COPIER-MEILLEUR-PRIX
                   WRITE meilleur-prix-enregistrement
               NOT INVALID KEY
                   IF catf-prix < mp-prix OR
                       (catf-prix = mp-prix AND delai-suggere < mp-delai)
                       PERFORM COPIER-MEILLEUR-PRIX
                       REWRITE meilleur-prix-enregistrement
                   END-IF
           END-READ.

       COPIER-MEILLEUR-PRIX.
           MOVE catf-fournisseur TO mp-fournisseur
           MOVE catf-reference TO mp-reference
           MOVE catf-colisage TO mp-colisage
           MOVE catf-minimum TO mp-minimum
           MOVE catf-prix TO mp-prix
           MOVE delai-suggere TO mp-delai.

       DETERMINER-FOURNISSEUR-SUGGERE.
           MOVE temp-code TO mp-produit
           READ meilleur-prix-fichier
               INVALID KEY
                   MOVE "N" TO meilleur-prix-trouve
               NOT INVALID KEY
                   MOVE "O" TO meilleur-prix-trouve
           END-READ
           IF meilleur-prix-est-trouve
               MOVE mp-fournisseur TO fournisseur-suggere
               MOVE mp-reference TO reference-suggeree
               MOVE mp-colisage TO colisage-suggere
               MOVE mp-minimum TO minimum-suggere
               MOVE mp-prix TO prix-suggere
               MOVE mp-delai TO delai-suggere
           ELSE
               MOVE temp-fournisseur TO fournisseur-suggere
               MOVE SPACES TO reference-suggeree
               MOVE 1 TO colisage-suggere
               MOVE 0 TO minimum-suggere
               MOVE temp-prix-achat TO prix-suggere
               MOVE 0 TO delai-suggere
               IF temp-fournisseur NOT = SPACES
                   MOVE temp-fournisseur TO code-fournisseur-saisi
                   PERFORM RECHERCHER-FOURNISSEUR
                   IF fournisseur-est-trouve
                       MOVE temp-four-delai TO delai-suggere
                   END-IF
               END-IF
           END-IF
           IF colisage-suggere = 0
               MOVE 1 TO colisage-suggere
           END-IF
           IF jours-depuis-cloture > 0
               COMPUTE demande-delai ROUNDED =
                   ventes-recentes * delai-suggere / jours-depuis-cloture
           ELSE
               MOVE 0 TO demande-delai
           END-IF.

       ARRONDIR-QUANTITE-SUGGEREE.
           IF quantite-suggeree < minimum-suggere
               MOVE minimum-suggere TO quantite-suggeree
           END-IF
           IF colisage-suggere > 1
               COMPUTE nombre-colis =
                   (quantite-suggeree + colisage-suggere - 1) / colisage-suggere
               COMPUTE quantite-suggeree = nombre-colis * colisage-suggere
           END-IF.

       RECHERCHER-FOURNISSEUR.
           MOVE "N" TO fournisseur-trouve
           MOVE code-fournisseur-saisi TO fournisseur-code
           READ fournisseur-fichier INTO fournisseur-temporaire
               INVALID KEY
                   MOVE "N" TO fournisseur-trouve
               NOT INVALID KEY
                   MOVE "O" TO fournisseur-trouve
           END-READ.

       GENERER-RAPPORT-ACHATS-FOURNISSEUR.
           DISPLAY "Entrez la date de début (AAAAMMJJ) : "
           ACCEPT date-debut-rapport
           DISPLAY "Entrez la date de fin (AAAAMMJJ) : "
           ACCEPT date-fin-rapport
           IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC
               PERFORM EXECUTER-RAPPORT-ACHATS-FOURNISSEUR
           ELSE
               DISPLAY "Erreur : Les dates doivent être au format AAAAMMJJ."
           END-IF.

       EXECUTER-RAPPORT-ACHATS-FOURNISSEUR.
           OPEN OUTPUT four-cumul-fichier
           CLOSE four-cumul-fichier
           OPEN I-O four-cumul-fichier
           MOVE "N" TO fin-fichier-reception
           OPEN INPUT reception-fichier
           IF statut-reception-fichier = "35"
               DISPLAY "Aucune réception enregistrée pour le moment."
           ELSE
               PERFORM UNTIL fin-de-fichier-reception
                   READ reception-fichier INTO reception-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-reception
                       NOT AT END
                           IF reception-date >= date-debut-rapport AND
                               reception-date <= date-fin-rapport
                               PERFORM CUMULER-RECEPTION-PAR-FOURNISSEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reception-fichier
           END-IF
           DISPLAY "Rapport des achats par fournisseur du " date-debut-rapport
               " au " date-fin-rapport " :"
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           OPEN OUTPUT etat-fournisseur-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           MOVE LOW-VALUES TO four-code
           MOVE "N" TO fin-fichier-four-cumul
           START four-cumul-fichier KEY IS NOT LESS THAN four-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-four-cumul
           END-START
           PERFORM UNTIL fin-de-fichier-four-cumul
               READ four-cumul-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-four-cumul
                   NOT AT END
                       PERFORM AFFICHER-ACHATS-FOURNISSEUR
               END-READ
           END-PERFORM
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-FOURNISSEUR
           MOVE total-general-etat TO total-general-edite
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : " nombre-lignes-etat
               " FOURNISSEUR(S), QUANTITE RECUE " total-general-edite
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-fournisseur-ligne FROM ligne-etat
           CLOSE etat-fournisseur-fichier
           CLOSE four-cumul-fichier
           DISPLAY "État imprimable écrit dans etat-achats-fournisseur.dat.".

       AFFICHER-ACHATS-FOURNISSEUR.
           MOVE four-code TO code-fournisseur-saisi
           PERFORM RECHERCHER-FOURNISSEUR
           IF NOT fournisseur-est-trouve
               MOVE "(fournisseur inconnu)" TO temp-four-nom
           END-IF
           DISPLAY "Fournisseur : " four-code
               " " temp-four-nom
               ", Réceptions : " four-nb-receptions
               ", Quantité reçue : " four-quantite-recue
           MOVE SPACES TO ligne-etat
           STRING "FOURNISSEUR " four-code
               " " temp-four-nom
               " RECEPTIONS " four-nb-receptions
               " QUANTITE " four-quantite-recue
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-FOURNISSEUR
           ADD four-quantite-recue TO total-page-etat
           ADD four-quantite-recue TO total-general-etat
           ADD 1 TO nombre-lignes-etat.

       ECRIRE-LIGNE-ETAT-FOURNISSEUR.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-FOURNISSEUR
               PERFORM ECRIRE-ENTETE-ETAT-FOURNISSEUR
           END-IF
           WRITE etat-fournisseur-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-FOURNISSEUR.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "ACHATS PAR FOURNISSEUR DU " date-debut-rapport
               " AU " date-fin-rapport
               " - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-fournisseur-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-fournisseur-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-FOURNISSEUR.
           IF numero-page-etat > 0
               MOVE total-page-etat TO total-page-edite
               MOVE SPACES TO ligne-etat
               STRING "TOTAL PAGE : QUANTITE RECUE " total-page-edite
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-fournisseur-ligne FROM ligne-etat
               MOVE 0 TO total-page-etat
           END-IF.

       CUMULER-RECEPTION-PAR-FOURNISSEUR.
           MOVE reception-fournisseur TO four-code
           READ four-cumul-fichier
               INVALID KEY
                   MOVE reception-fournisseur TO four-code
                   MOVE 0 TO four-nb-receptions
                   MOVE 0 TO four-quantite-recue
                   WRITE four-cumul-enregistrement
               NOT INVALID KEY
                   CONTINUE
           END-READ
           ADD 1 TO four-nb-receptions
           ADD reception-quantite TO four-quantite-recue
           REWRITE four-cumul-enregistrement.

       MENU-CLIENTS.
           DISPLAY "1. Ajouter un client"
           DISPLAY "2. Modifier un client"
           DISPLAY "3. Lister les clients"
           DISPLAY "4. Retour au menu principal"
           ACCEPT choix-client
           EVALUATE choix-client
               WHEN 1
                   PERFORM AJOUTER-CLIENT
                   PERFORM MENU-CLIENTS
               WHEN 2
                   PERFORM MODIFIER-CLIENT
                   PERFORM MENU-CLIENTS
               WHEN 3
                   PERFORM LISTER-CLIENTS
                   PERFORM MENU-CLIENTS
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, essayez à nouveau."
                   PERFORM MENU-CLIENTS
           END-EVALUATE.

       AJOUTER-CLIENT.
           DISPLAY "Entrez le code du client : "
           ACCEPT code-client-saisi
           IF code-client-saisi = SPACES
               DISPLAY "Erreur : Le code client ne peut pas être vide."
           ELSE
               PERFORM RECHERCHER-CLIENT
               IF client-est-trouve
                   DISPLAY "Erreur : Le code client " code-client-saisi " existe déjà."
               ELSE
                   MOVE code-client-saisi TO client-code
                   DISPLAY "Entrez le nom du client : "
                   ACCEPT client-nom
                   DISPLAY "Entrez le contact (téléphone ou courriel) : "
                   ACCEPT client-contact
                   DISPLAY "Entrez le plafond de crédit (0 = pas de compte client) : "
                   ACCEPT client-plafond-credit
                   DISPLAY "Entrez le délai de paiement (jours) : "
                   ACCEPT client-delai-paiement
                   IF client-plafond-credit NUMERIC AND client-delai-paiement NUMERIC
                       WRITE client-record
                           INVALID KEY
                               DISPLAY "Erreur : Le code client " client-code " existe déjà."
                           NOT INVALID KEY
                               DISPLAY "Client ajouté avec succès !"
                       END-WRITE
                   ELSE
                       DISPLAY "Erreur : Le plafond de crédit et le délai de paiement doivent être des nombres."
                   END-IF
               END-IF
           END-IF.

       MODIFIER-CLIENT.
           DISPLAY "Entrez le code du client à modifier : "
           ACCEPT code-client-saisi
           PERFORM RECHERCHER-CLIENT
           IF client-est-trouve
               DISPLAY "Client trouvé : " temp-cli-nom
               DISPLAY "Entrez le nouveau nom du client : "
               ACCEPT temp-cli-nom
               DISPLAY "Entrez le nouveau contact : "
               ACCEPT temp-cli-contact
               DISPLAY "Plafond de crédit actuel : " temp-cli-plafond-credit
                   ", délai de paiement : " temp-cli-delai-paiement " jour(s)"
               DISPLAY "Entrez le nouveau plafond de crédit (0 = pas de compte client) : "
               ACCEPT temp-cli-plafond-credit
               DISPLAY "Entrez le nouveau délai de paiement (jours) : "
               ACCEPT temp-cli-delai-paiement
               IF temp-cli-plafond-credit NUMERIC AND temp-cli-delai-paiement NUMERIC
                   REWRITE client-record FROM client-temporaire
                   DISPLAY "Client mis à jour avec succès !"
               ELSE
                   DISPLAY "Erreur : Le plafond de crédit et le délai de paiement doivent être des nombres, modification annulée."
               END-IF
           ELSE
               DISPLAY "Client non trouvé."
           END-IF.

       LISTER-CLIENTS.
           DISPLAY "Clients :"
           MOVE "N" TO fin-fichier-client
           MOVE LOW-VALUES TO client-code
           START client-fichier KEY IS NOT LESS THAN client-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-client
           END-START
           PERFORM UNTIL fin-de-fichier-client
               READ client-fichier NEXT RECORD INTO client-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-client
                   NOT AT END
                       DISPLAY "Code : " temp-cli-code ", Nom : " temp-cli-nom
                           ", Contact : " temp-cli-contact
                           ", Plafond : " temp-cli-plafond-credit
                           ", Délai : " temp-cli-delai-paiement " jour(s)"
               END-READ
           END-PERFORM.

       RECHERCHER-CLIENT.
           MOVE "N" TO client-trouve
           MOVE code-client-saisi TO client-code
           READ client-fichier INTO client-temporaire
               INVALID KEY
                   MOVE "N" TO client-trouve
               NOT INVALID KEY
                   MOVE "O" TO client-trouve
           END-READ.

       SAISIR-CODE-CLIENT.
           DISPLAY "Entrez le code du client (vide si anonyme) : "
           ACCEPT code-client-saisi
           IF code-client-saisi NOT = SPACES
               PERFORM RECHERCHER-CLIENT
               IF NOT client-est-trouve
                   DISPLAY "Client non trouvé, opération enregistrée sans client."
                   MOVE SPACES TO code-client-saisi
               END-IF
           END-IF.

       VERIFIER-ACHAT-CLIENT.
           MOVE "N" TO vente-client-verifiee
           MOVE "N" TO fin-fichier-ventes
           OPEN INPUT vente-fichier
           IF statut-vente-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-ventes OR vente-client-existe
                   READ vente-fichier INTO vente-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ventes
                       NOT AT END
                           IF vente-client = code-client-saisi AND
                               vente-code = recherche-code
                               MOVE "O" TO vente-client-verifiee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE vente-fichier
           END-IF.

       CONSULTER-HISTORIQUE-CLIENT.
           DISPLAY "Entrez le code du client à consulter : "
           ACCEPT code-client-saisi
           PERFORM RECHERCHER-CLIENT
           IF NOT client-est-trouve
               DISPLAY "Client non trouvé."
           ELSE
               DISPLAY "Historique des achats de " temp-cli-nom " :"
               MOVE 0 TO nombre-lignes-historique
               MOVE 0 TO total-achats-client
               MOVE 0 TO total-retours-client
               MOVE "N" TO fin-fichier-ventes
               OPEN INPUT vente-fichier
               IF statut-vente-fichier NOT = "35"
                   PERFORM UNTIL fin-de-fichier-ventes
                       READ vente-fichier INTO vente-enregistrement
                           AT END
                               MOVE "O" TO fin-fichier-ventes
                           NOT AT END
                               IF vente-client = code-client-saisi
                                   ADD 1 TO nombre-lignes-historique
                                   ADD vente-total TO total-achats-client
                                   DISPLAY vente-date " " vente-heure
                                       " Vente : " vente-code
                                       ", quantité : " vente-quantite
                                       ", total : " vente-total
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE vente-fichier
               END-IF
               MOVE "N" TO fin-fichier-retour
               OPEN INPUT retour-fichier
               IF statut-retour-fichier NOT = "35"
                   PERFORM UNTIL fin-de-fichier-retour
                       READ retour-fichier INTO retour-enregistrement
                           AT END
                               MOVE "O" TO fin-fichier-retour
                           NOT AT END
                               IF retour-client = code-client-saisi
                                   ADD 1 TO nombre-lignes-historique
                                   ADD retour-montant TO total-retours-client
                                   DISPLAY retour-date " " retour-heure
                                       " Retour : " retour-code
                                       ", quantité : " retour-quantite
                                       ", montant : " retour-montant
                                       ", motif : " retour-motif
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE retour-fichier
               END-IF
               IF nombre-lignes-historique = 0
                   DISPLAY "Aucun mouvement enregistré pour ce client."
               ELSE
                   DISPLAY "Total des achats : " total-achats-client
                       ", total des retours : " total-retours-client
               END-IF
               IF temp-cli-plafond-credit NUMERIC AND temp-cli-plafond-credit > 0
                   PERFORM CALCULER-SOLDE-CLIENT
                   DISPLAY "Solde du compte client : " solde-client-calcule
                       ", plafond de crédit : " temp-cli-plafond-credit
               END-IF
           END-IF.

       CHOISIR-VENTE-SUR-COMPTE.
           IF code-client-saisi NOT = SPACES AND
               temp-cli-plafond-credit NUMERIC AND temp-cli-plafond-credit > 0
               DISPLAY "Vente sur compte client (O/N) : "
               ACCEPT vente-sur-compte
               IF vente-est-sur-compte
                   COMPUTE total-vente = quantite-vendue * prix-vente-applique
                   PERFORM CONTROLER-PLAFOND-CLIENT
               ELSE
                   MOVE "N" TO vente-sur-compte
               END-IF
           END-IF.

       CONTROLER-PLAFOND-CLIENT.
           PERFORM CALCULER-SOLDE-CLIENT
           COMPUTE solde-client-projete = solde-client-calcule + total-vente
           IF solde-client-projete > temp-cli-plafond-credit
               DISPLAY "Plafond de crédit dépassé : solde actuel " solde-client-calcule
                   ", vente " total-vente
                   ", plafond " temp-cli-plafond-credit "."
               PERFORM DEMANDER-APPROBATION-CREDIT
               IF NOT approbation-est-accordee
                   MOVE "N" TO confirmation
                   DISPLAY "Vente sur compte refusée."
               END-IF
           END-IF.

       DEMANDER-APPROBATION-CREDIT.
           MOVE "N" TO approbation-accordee
           IF operateur-est-admin
               DISPLAY "Autorisez-vous le dépassement du plafond (O/N) : "
               ACCEPT approbation-accordee
               IF approbation-est-accordee
                   MOVE operateur-courant TO approbateur-credit
               END-IF
           ELSE
               DISPLAY "Approbation d'un administrateur requise."
               DISPLAY "Entrez l'identifiant de l'administrateur : "
               ACCEPT operateur-saisi
               DISPLAY "Entrez son mot de passe : "
               ACCEPT mot-de-passe-saisi
               PERFORM RECHERCHER-OPERATEUR
               IF operateur-est-trouve AND mot-de-passe-saisi NOT = SPACES
                   AND temp-ope-mot-de-passe = mot-de-passe-saisi
                   AND temp-ope-profil = "A"
                   MOVE "O" TO approbation-accordee
                   MOVE operateur-saisi TO approbateur-credit
                   DISPLAY "Dépassement approuvé par " temp-ope-nom
               ELSE
                   DISPLAY "Approbation refusée."
                   PERFORM ENREGISTRER-REFUS-ACCES
               END-IF
           END-IF.

       ENREGISTRER-FACTURE-CLIENT.
           MOVE "F" TO type-piece-client
           MOVE recherche-code TO reference-piece-client
           MOVE total-vente TO montant-piece-client
           PERFORM ECRIRE-PIECE-CLIENT
           PERFORM IMPUTER-CREDITS-CLIENT
           PERFORM CALCULER-SOLDE-CLIENT
           DISPLAY "Vente portée au compte client, nouveau solde : " solde-client-calcule.

       ENREGISTRER-AVOIR-CLIENT.
           MOVE SPACES TO approbateur-credit
           MOVE "A" TO type-piece-client
           MOVE recherche-code TO reference-piece-client
           MOVE montant-rembourse TO montant-piece-client
           PERFORM ECRIRE-PIECE-CLIENT
           PERFORM IMPUTER-CREDITS-CLIENT.

       ECRIRE-PIECE-CLIENT.
           MOVE code-client-saisi TO cc-client
           MOVE horodatage-courant(1:8) TO cc-date
           MOVE horodatage-courant(9:6) TO cc-heure
           MOVE 0 TO cc-sequence
           MOVE type-piece-client TO cc-type
           MOVE reference-piece-client TO cc-reference
           MOVE montant-piece-client TO cc-montant
           MOVE 0 TO cc-montant-impute
           IF type-piece-client = "F" AND temp-cli-delai-paiement NUMERIC
               COMPUTE date-echeance-num =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(horodatage-courant(1:8)))
                       + temp-cli-delai-paiement)
               MOVE date-echeance-num TO cc-echeance
           ELSE
               MOVE horodatage-courant(1:8) TO cc-echeance
           END-IF
           MOVE operateur-courant TO cc-operateur
           MOVE approbateur-credit TO cc-approbateur
           MOVE "N" TO piece-client-ecrite
           PERFORM UNTIL piece-client-est-ecrite OR cc-sequence >= 99
               WRITE compte-client-enregistrement
                   INVALID KEY
                       ADD 1 TO cc-sequence
                   NOT INVALID KEY
                       MOVE "O" TO piece-client-ecrite
                       MOVE cc-cle TO cle-piece-ecrite
               END-WRITE
           END-PERFORM
           IF NOT piece-client-est-ecrite
               DISPLAY "Erreur : impossible d'enregistrer la pièce au compte du client "
                   code-client-saisi "."
           END-IF.

       CALCULER-SOLDE-CLIENT.
           MOVE 0 TO solde-client-calcule
           MOVE LOW-VALUES TO cc-cle
           MOVE code-client-saisi TO cc-client
           MOVE "N" TO fin-fichier-compte-client
           START compte-client-fichier KEY IS NOT LESS THAN cc-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-compte-client
           END-START
           PERFORM UNTIL fin-de-fichier-compte-client
               READ compte-client-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-compte-client
                   NOT AT END
                       IF cc-client NOT = code-client-saisi
                           MOVE "O" TO fin-fichier-compte-client
                       ELSE
                           IF cc-type = "F"
                               ADD cc-montant TO solde-client-calcule
                               SUBTRACT cc-montant-impute FROM solde-client-calcule
                           ELSE
                               SUBTRACT cc-montant FROM solde-client-calcule
                               ADD cc-montant-impute TO solde-client-calcule
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       IMPUTER-CREDITS-CLIENT.
           MOVE "O" TO imputation-possible
           PERFORM UNTIL NOT imputation-en-cours
               PERFORM CHERCHER-FACTURE-OUVERTE
               PERFORM CHERCHER-CREDIT-OUVERT
               IF facture-ouverte-trouvee AND credit-ouvert-trouve
                   PERFORM IMPUTER-CREDIT-SUR-FACTURE
               ELSE
                   MOVE "N" TO imputation-possible
               END-IF
           END-PERFORM.

       CHERCHER-FACTURE-OUVERTE.
           MOVE "N" TO facture-ouverte
           MOVE LOW-VALUES TO cc-cle
           MOVE code-client-saisi TO cc-client
           MOVE "N" TO fin-fichier-compte-client
           START compte-client-fichier KEY IS NOT LESS THAN cc-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-compte-client
           END-START
           PERFORM UNTIL fin-de-fichier-compte-client OR facture-ouverte-trouvee
               READ compte-client-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-compte-client
                   NOT AT END
                       IF cc-client NOT = code-client-saisi
                           MOVE "O" TO fin-fichier-compte-client
                       ELSE
                           IF cc-type = "F" AND cc-montant > cc-montant-impute
                               MOVE "O" TO facture-ouverte
                               MOVE cc-cle TO cle-facture-retenue
                               COMPUTE reste-facture = cc-montant - cc-montant-impute
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHERCHER-CREDIT-OUVERT.
           MOVE "N" TO credit-ouvert
           MOVE LOW-VALUES TO cc-cle
           MOVE code-client-saisi TO cc-client
           MOVE "N" TO fin-fichier-compte-client
           START compte-client-fichier KEY IS NOT LESS THAN cc-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-compte-client
           END-START
           PERFORM UNTIL fin-de-fichier-compte-client OR credit-ouvert-trouve
               READ compte-client-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-compte-client
                   NOT AT END
                       IF cc-client NOT = code-client-saisi
                           MOVE "O" TO fin-fichier-compte-client
                       ELSE
                           IF cc-type NOT = "F" AND cc-montant > cc-montant-impute
                               MOVE "O" TO credit-ouvert
                               MOVE cc-cle TO cle-credit-retenue
                               COMPUTE reste-credit = cc-montant - cc-montant-impute
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       IMPUTER-CREDIT-SUR-FACTURE.
           IF reste-facture < reste-credit
               MOVE reste-facture TO montant-a-imputer
           ELSE
               MOVE reste-credit TO montant-a-imputer
           END-IF
           MOVE cle-facture-retenue TO cc-cle
           READ compte-client-fichier
               INVALID KEY
                   MOVE "N" TO imputation-possible
               NOT INVALID KEY
                   ADD montant-a-imputer TO cc-montant-impute
                   REWRITE compte-client-enregistrement
           END-READ
           IF imputation-en-cours
               MOVE cle-credit-retenue TO cc-cle
               READ compte-client-fichier
                   INVALID KEY
                       MOVE "N" TO imputation-possible
                   NOT INVALID KEY
                       ADD montant-a-imputer TO cc-montant-impute
                       REWRITE compte-client-enregistrement
               END-READ
           END-IF.

       SAISIR-REGLEMENT-CLIENT.
           DISPLAY "Entrez le code du client : "
           ACCEPT code-client-saisi
           PERFORM RECHERCHER-CLIENT
           IF NOT client-est-trouve
               DISPLAY "Client non trouvé."
           ELSE
               PERFORM CALCULER-SOLDE-CLIENT
               DISPLAY "Client : " temp-cli-nom ", solde dû : " solde-client-calcule
               DISPLAY "Entrez le montant du règlement : "
               ACCEPT montant-reglement
               DISPLAY "Entrez le mode de règlement (E = espèces, C = carte, Q = chèque, V = virement) : "
               ACCEPT mode-reglement
               IF montant-reglement NOT NUMERIC OR montant-reglement = 0
                   DISPLAY "Erreur : Le montant du règlement doit être un nombre positif."
               ELSE
                   IF mode-reglement NOT = "E" AND mode-reglement NOT = "C" AND
                       mode-reglement NOT = "Q" AND mode-reglement NOT = "V"
                       DISPLAY "Erreur : mode de règlement invalide."
                   ELSE
                       PERFORM ENREGISTRER-REGLEMENT-CLIENT
                   END-IF
               END-IF
           END-IF.

       ENREGISTRER-REGLEMENT-CLIENT.
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE SPACES TO approbateur-credit
           MOVE "R" TO type-piece-client
           MOVE SPACES TO reference-piece-client
           MOVE mode-reglement TO reference-piece-client
           MOVE montant-reglement TO montant-piece-client
           PERFORM ECRIRE-PIECE-CLIENT
           IF piece-client-est-ecrite
               PERFORM IMPUTER-CREDITS-CLIENT
               MOVE cle-piece-ecrite TO cc-cle
               READ compte-client-fichier
                   INVALID KEY
                       MOVE 0 TO reglement-non-impute
                   NOT INVALID KEY
                       COMPUTE reglement-non-impute = cc-montant - cc-montant-impute
               END-READ
               MOVE code-client-saisi TO reglement-client
               MOVE montant-reglement TO reglement-montant
               MOVE mode-reglement TO reglement-mode
               MOVE horodatage-courant(1:8) TO reglement-date
               MOVE horodatage-courant(9:6) TO reglement-heure
               MOVE operateur-courant TO reglement-operateur
               OPEN EXTEND reglement-fichier
               IF statut-reglement-fichier = "35"
                   OPEN OUTPUT reglement-fichier
                   CLOSE reglement-fichier
                   OPEN EXTEND reglement-fichier
               END-IF
               WRITE reglement-enregistrement
               CLOSE reglement-fichier
               PERFORM CALCULER-SOLDE-CLIENT
               DISPLAY "Règlement enregistré, nouveau solde : " solde-client-calcule
               IF reglement-non-impute > 0
                   DISPLAY "Montant non imputé conservé en crédit : " reglement-non-impute
               END-IF
           END-IF.

       EDITER-RELEVE-CLIENT.
           DISPLAY "Entrez le code du client : "
           ACCEPT code-client-saisi
           PERFORM RECHERCHER-CLIENT
           IF NOT client-est-trouve
               DISPLAY "Client non trouvé."
           ELSE
               DISPLAY "Entrez la date de début (AAAAMMJJ) : "
               ACCEPT date-debut-rapport
               DISPLAY "Entrez la date de fin (AAAAMMJJ) : "
               ACCEPT date-fin-rapport
               IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC
                   MOVE FUNCTION CURRENT-DATE TO horodatage-courant
                   OPEN OUTPUT etat-releve-fichier
                   PERFORM INITIALISER-COMPTEURS-ETAT
                   PERFORM EDITER-RELEVE-UN-CLIENT
                   CLOSE etat-releve-fichier
                   DISPLAY "Relevé de compte écrit dans etat-releves-clients.dat."
               ELSE
                   DISPLAY "Erreur : Les dates doivent être au format AAAAMMJJ."
               END-IF
           END-IF.

       EXECUTER-RELEVES-CLIENTS.
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE 0 TO releves-edites
           OPEN OUTPUT etat-releve-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           MOVE "N" TO fin-fichier-client
           MOVE LOW-VALUES TO client-code
           START client-fichier KEY IS NOT LESS THAN client-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-client
           END-START
           PERFORM UNTIL fin-de-fichier-client
               READ client-fichier NEXT RECORD INTO client-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-client
                   NOT AT END
                       MOVE temp-cli-code TO code-client-saisi
                       PERFORM EDITER-RELEVE-UN-CLIENT
               END-READ
           END-PERFORM
           CLOSE etat-releve-fichier
           DISPLAY "Relevés de compte édités : " releves-edites
               ", écrits dans etat-releves-clients.dat.".

       EDITER-RELEVE-UN-CLIENT.
           MOVE 0 TO solde-ouverture-releve
           MOVE 0 TO nombre-pieces-releve
           MOVE LOW-VALUES TO cc-cle
           MOVE code-client-saisi TO cc-client
           MOVE "N" TO fin-fichier-compte-client
           START compte-client-fichier KEY IS NOT LESS THAN cc-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-compte-client
           END-START
           PERFORM UNTIL fin-de-fichier-compte-client
               READ compte-client-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-compte-client
                   NOT AT END
                       IF cc-client NOT = code-client-saisi
                           MOVE "O" TO fin-fichier-compte-client
                       ELSE
                           IF cc-date < date-debut-rapport
                               IF cc-type = "F"
                                   ADD cc-montant TO solde-ouverture-releve
                               ELSE
                                   SUBTRACT cc-montant FROM solde-ouverture-releve
                               END-IF
                           ELSE
                               IF cc-date <= date-fin-rapport
                                   ADD 1 TO nombre-pieces-releve
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF solde-ouverture-releve NOT = 0 OR nombre-pieces-releve > 0
               PERFORM EDITER-DETAIL-RELEVE
           END-IF.

       EDITER-DETAIL-RELEVE.
           ADD 1 TO releves-edites
           MOVE lignes-par-page-etat TO compteur-lignes-etat
           MOVE solde-ouverture-releve TO solde-courant-releve
           MOVE solde-ouverture-releve TO solde-releve-edite
           MOVE SPACES TO ligne-etat
           STRING "SOLDE AU " date-debut-rapport " : " solde-releve-edite
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-RELEVE
           MOVE LOW-VALUES TO cc-cle
           MOVE code-client-saisi TO cc-client
           MOVE "N" TO fin-fichier-compte-client
           START compte-client-fichier KEY IS NOT LESS THAN cc-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-compte-client
           END-START
           PERFORM UNTIL fin-de-fichier-compte-client
               READ compte-client-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-compte-client
                   NOT AT END
                       IF cc-client NOT = code-client-saisi OR
                           cc-date > date-fin-rapport
                           MOVE "O" TO fin-fichier-compte-client
                       ELSE
                           IF cc-date >= date-debut-rapport
                               PERFORM EDITER-PIECE-RELEVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE solde-courant-releve TO solde-releve-edite
           MOVE SPACES TO ligne-etat
           STRING "SOLDE AU " date-fin-rapport " : " solde-releve-edite
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-RELEVE
           MOVE SPACES TO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-RELEVE
           MOVE "PIECES RESTANT OUVERTES A CE JOUR :" TO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-RELEVE
           MOVE LOW-VALUES TO cc-cle
           MOVE code-client-saisi TO cc-client
           MOVE "N" TO fin-fichier-compte-client
           START compte-client-fichier KEY IS NOT LESS THAN cc-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-compte-client
           END-START
           PERFORM UNTIL fin-de-fichier-compte-client
               READ compte-client-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-compte-client
                   NOT AT END
                       IF cc-client NOT = code-client-saisi
                           MOVE "O" TO fin-fichier-compte-client
                       ELSE
                           IF cc-montant > cc-montant-impute
                               PERFORM EDITER-PIECE-OUVERTE-RELEVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CALCULER-SOLDE-CLIENT
           MOVE solde-client-calcule TO solde-releve-edite
           MOVE SPACES TO ligne-etat
           STRING "SOLDE DU A CE JOUR : " solde-releve-edite
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-RELEVE.

       EDITER-PIECE-RELEVE.
           EVALUATE cc-type
               WHEN "F"
                   MOVE "FACTURE" TO libelle-piece
                   MOVE cc-montant TO montant-ouvert-piece
               WHEN "A"
                   MOVE "AVOIR" TO libelle-piece
                   COMPUTE montant-ouvert-piece = 0 - cc-montant
               WHEN OTHER
                   MOVE "REGLEMENT" TO libelle-piece
                   COMPUTE montant-ouvert-piece = 0 - cc-montant
           END-EVALUATE
           ADD montant-ouvert-piece TO solde-courant-releve
           MOVE montant-ouvert-piece TO montant-piece-edite
           MOVE solde-courant-releve TO solde-releve-edite
           MOVE SPACES TO ligne-etat
           STRING cc-date " " libelle-piece " " cc-reference
               " ECHEANCE " cc-echeance
               " MONTANT " montant-piece-edite
               " SOLDE " solde-releve-edite
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-RELEVE.

       EDITER-PIECE-OUVERTE-RELEVE.
           COMPUTE montant-ouvert-piece = cc-montant - cc-montant-impute
           EVALUATE cc-type
               WHEN "F"
                   MOVE "FACTURE" TO libelle-piece
               WHEN "A"
                   MOVE "AVOIR" TO libelle-piece
                   COMPUTE montant-ouvert-piece = 0 - montant-ouvert-piece
               WHEN OTHER
                   MOVE "REGLEMENT" TO libelle-piece
                   COMPUTE montant-ouvert-piece = 0 - montant-ouvert-piece
           END-EVALUATE
           MOVE montant-ouvert-piece TO montant-piece-edite
           MOVE SPACES TO ligne-etat
           STRING "    " cc-date " " libelle-piece " " cc-reference
               " ECHEANCE " cc-echeance
               " RESTE DU " montant-piece-edite
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-RELEVE.

       ECRIRE-LIGNE-ETAT-RELEVE.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-ENTETE-ETAT-RELEVE
           END-IF
           WRITE etat-releve-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-RELEVE.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "RELEVE DE COMPTE DU " date-debut-rapport
               " AU " date-fin-rapport
               " - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-releve-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           STRING "CLIENT " temp-cli-code " " temp-cli-nom
               " - " temp-cli-contact
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-releve-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           STRING "PLAFOND DE CREDIT " temp-cli-plafond-credit
               " - PAIEMENT A " temp-cli-delai-paiement " JOUR(S)"
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-releve-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-releve-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       EXECUTER-BALANCE-AGEE.
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           COMPUTE jour-courant-entier =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(horodatage-courant(1:8)))
           MOVE 0 TO total-non-echu
           MOVE 0 TO total-tranche-1
           MOVE 0 TO total-tranche-2
           MOVE 0 TO total-tranche-3
           MOVE 0 TO total-tranche-4
           PERFORM INITIALISER-TRANCHES-CLIENT
           OPEN OUTPUT etat-balance-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           DISPLAY "Balance âgée des comptes clients au " horodatage-courant(1:8) " :"
           MOVE SPACES TO client-balance-courant
           MOVE LOW-VALUES TO cc-cle
           MOVE "N" TO fin-fichier-compte-client
           START compte-client-fichier KEY IS NOT LESS THAN cc-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-compte-client
           END-START
           PERFORM UNTIL fin-de-fichier-compte-client
               READ compte-client-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-compte-client
                   NOT AT END
                       IF cc-client NOT = client-balance-courant
                           PERFORM EDITER-LIGNE-BALANCE-AGEE
                           MOVE cc-client TO client-balance-courant
                           PERFORM INITIALISER-TRANCHES-CLIENT
                       END-IF
                       PERFORM CUMULER-PIECE-BALANCE-AGEE
               END-READ
           END-PERFORM
           PERFORM EDITER-LIGNE-BALANCE-AGEE
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-BALANCE
           MOVE total-non-echu TO non-echu-edite
           MOVE total-tranche-1 TO tranche-1-editee
           MOVE total-tranche-2 TO tranche-2-editee
           MOVE total-tranche-3 TO tranche-3-editee
           MOVE total-tranche-4 TO tranche-4-editee
           MOVE total-general-etat TO total-general-edite
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL " nombre-lignes-etat " CLIENT(S)"
               "       " non-echu-edite
               " " tranche-1-editee
               " " tranche-2-editee
               " " tranche-3-editee
               " " tranche-4-editee
               " " total-general-edite
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-balance-ligne FROM ligne-etat
           CLOSE etat-balance-fichier
           DISPLAY "Total des créances clients : " total-general-edite
           DISPLAY "État imprimable écrit dans etat-balance-agee.dat.".

       INITIALISER-TRANCHES-CLIENT.
           MOVE 0 TO balance-non-echu
           MOVE 0 TO balance-tranche-1
           MOVE 0 TO balance-tranche-2
           MOVE 0 TO balance-tranche-3
           MOVE 0 TO balance-tranche-4.

       CUMULER-PIECE-BALANCE-AGEE.
           COMPUTE montant-ouvert-piece = cc-montant - cc-montant-impute
           IF montant-ouvert-piece NOT = 0
               IF cc-type NOT = "F"
                   COMPUTE montant-ouvert-piece = 0 - montant-ouvert-piece
               END-IF
               IF cc-echeance NUMERIC AND cc-echeance NOT = ZERO
                   COMPUTE anciennete-jours = jour-courant-entier
                       - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(cc-echeance))
               ELSE
                   COMPUTE anciennete-jours = jour-courant-entier
                       - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(cc-date))
               END-IF
               EVALUATE TRUE
                   WHEN anciennete-jours <= 0
                       ADD montant-ouvert-piece TO balance-non-echu
                   WHEN anciennete-jours <= 30
                       ADD montant-ouvert-piece TO balance-tranche-1
                   WHEN anciennete-jours <= 60
                       ADD montant-ouvert-piece TO balance-tranche-2
                   WHEN anciennete-jours <= 90
                       ADD montant-ouvert-piece TO balance-tranche-3
                   WHEN OTHER
                       ADD montant-ouvert-piece TO balance-tranche-4
               END-EVALUATE
           END-IF.

       EDITER-LIGNE-BALANCE-AGEE.
           COMPUTE balance-total-client = balance-non-echu + balance-tranche-1
               + balance-tranche-2 + balance-tranche-3 + balance-tranche-4
           IF client-balance-courant NOT = SPACES AND balance-total-client NOT = 0
               MOVE client-balance-courant TO code-client-saisi
               PERFORM RECHERCHER-CLIENT
               IF NOT client-est-trouve
                   MOVE "(client supprimé)" TO temp-cli-nom
                   MOVE 0 TO temp-cli-plafond-credit
               END-IF
               MOVE SPACES TO marque-depassement
               IF temp-cli-plafond-credit NUMERIC AND
                   balance-total-client > temp-cli-plafond-credit
                   MOVE " DEPASSE" TO marque-depassement
               END-IF
               MOVE balance-non-echu TO non-echu-edite
               MOVE balance-tranche-1 TO tranche-1-editee
               MOVE balance-tranche-2 TO tranche-2-editee
               MOVE balance-tranche-3 TO tranche-3-editee
               MOVE balance-tranche-4 TO tranche-4-editee
               MOVE balance-total-client TO total-client-edite
               DISPLAY "Client : " client-balance-courant " " temp-cli-nom
                   ", non échu : " non-echu-edite
                   ", retard 1-30 j : " tranche-1-editee
                   ", retard 31-60 j : " tranche-2-editee
                   ", retard 61-90 j : " tranche-3-editee
                   ", retard +90 j : " tranche-4-editee
                   ", total : " total-client-edite marque-depassement
               MOVE SPACES TO ligne-etat
               STRING client-balance-courant " " temp-cli-nom(1:25)
                   " " non-echu-edite
                   " " tranche-1-editee
                   " " tranche-2-editee
                   " " tranche-3-editee
                   " " tranche-4-editee
                   " " total-client-edite
                   marque-depassement
                   DELIMITED BY SIZE INTO ligne-etat
               PERFORM ECRIRE-LIGNE-ETAT-BALANCE
               ADD balance-non-echu TO total-non-echu
               ADD balance-tranche-1 TO total-tranche-1
               ADD balance-tranche-2 TO total-tranche-2
               ADD balance-tranche-3 TO total-tranche-3
               ADD balance-tranche-4 TO total-tranche-4
               ADD balance-total-client TO total-page-etat
               ADD balance-total-client TO total-general-etat
               ADD 1 TO nombre-lignes-etat
           END-IF.

       ECRIRE-LIGNE-ETAT-BALANCE.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-BALANCE
               PERFORM ECRIRE-ENTETE-ETAT-BALANCE
           END-IF
           WRITE etat-balance-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-BALANCE.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "BALANCE AGEE DES COMPTES CLIENTS AU " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-balance-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           STRING "CLIENT     NOM                      "
               "      NON ECHU   RETARD 1-30  RETARD 31-60"
               "  RETARD 61-90    RETARD +90      TOTAL DU"
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-balance-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-balance-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-BALANCE.
           IF numero-page-etat > 0
               MOVE total-page-etat TO total-page-edite
               MOVE SPACES TO ligne-etat
               STRING "TOTAL PAGE : TOTAL DU " total-page-edite
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-balance-ligne FROM ligne-etat
               MOVE 0 TO total-page-etat
           END-IF.

       SAISIR-MODE-REGLEMENT.
           DISPLAY "Mode de règlement (E = espèces, C = carte, Q = chèque) : "
           ACCEPT mode-reglement-caisse
           MOVE FUNCTION UPPER-CASE(mode-reglement-caisse) TO mode-reglement-caisse
           IF NOT mode-reglement-caisse-valide
               DISPLAY "Mode de règlement inconnu, espèces retenues."
               MOVE "E" TO mode-reglement-caisse
           END-IF.

       MENU-CAISSE.
           DISPLAY "1. Ouvrir ma session de caisse"
           DISPLAY "2. Clôturer ma session de caisse"
           DISPLAY "3. Rapport des écarts de caisse (superviseur)"
           DISPLAY "4. Retour au menu principal"
           ACCEPT choix-caisse
           EVALUATE choix-caisse
               WHEN 1
                   PERFORM OUVRIR-SESSION-CAISSE
                   PERFORM MENU-CAISSE
               WHEN 2
                   PERFORM CLOTURER-SESSION-CAISSE
                   PERFORM MENU-CAISSE
               WHEN 3
                   PERFORM CONTROLER-ACCES-SENSIBLE
                   IF acces-est-autorise
                       PERFORM GENERER-EXCEPTIONS-CAISSE
                   END-IF
                   PERFORM MENU-CAISSE
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, essayez à nouveau."
                   PERFORM MENU-CAISSE
           END-EVALUATE.

       CHERCHER-SESSION-OUVERTE.
           MOVE "N" TO session-ouverte
           MOVE operateur-courant TO sess-operateur
           MOVE LOW-VALUES TO sess-date-ouverture
           MOVE LOW-VALUES TO sess-heure-ouverture
           MOVE "N" TO fin-fichier-session
           START session-caisse-fichier KEY IS NOT LESS THAN sess-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-session
           END-START
           PERFORM UNTIL fin-de-fichier-session
               READ session-caisse-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-session
                   NOT AT END
                       IF sess-operateur NOT = operateur-courant
                           MOVE "O" TO fin-fichier-session
                       ELSE
                           IF sess-statut = "O"
                               MOVE "O" TO session-ouverte
                               MOVE "O" TO fin-fichier-session
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       OUVRIR-SESSION-CAISSE.
           PERFORM CHERCHER-SESSION-OUVERTE
           IF session-est-ouverte
               DISPLAY "Une session est déjà ouverte depuis le " sess-date-ouverture
                   " à " sess-heure-ouverture " (" sess-lieu ")."
           ELSE
               DISPLAY "Entrez l'emplacement de la caisse : "
               ACCEPT lieu-session
               DISPLAY "Entrez le fond de caisse initial : "
               ACCEPT fond-caisse-saisi
               IF fond-caisse-saisi NOT NUMERIC
                   DISPLAY "Erreur : Le fond de caisse doit être un montant numérique."
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO horodatage-courant
                   INITIALIZE session-caisse-enregistrement
                   MOVE operateur-courant TO sess-operateur
                   MOVE horodatage-courant(1:8) TO sess-date-ouverture
                   MOVE horodatage-courant(9:6) TO sess-heure-ouverture
                   MOVE lieu-session TO sess-lieu
                   MOVE "O" TO sess-statut
                   MOVE fond-caisse-saisi TO sess-fond-caisse
                   WRITE session-caisse-enregistrement
                       INVALID KEY
                           DISPLAY "Erreur : impossible d'ouvrir la session de caisse."
                       NOT INVALID KEY
                           DISPLAY "Session de caisse ouverte pour " operateur-courant
                               " à " lieu-session ", fond de caisse : " fond-caisse-saisi
                   END-WRITE
               END-IF
           END-IF.

       CLOTURER-SESSION-CAISSE.
           PERFORM CHERCHER-SESSION-OUVERTE
           IF NOT session-est-ouverte
               DISPLAY "Aucune session de caisse ouverte pour " operateur-courant "."
           ELSE
               DISPLAY "Entrez le montant compté en espèces (fond de caisse compris) : "
               ACCEPT sess-declare-especes
               DISPLAY "Entrez le total des paiements par carte : "
               ACCEPT sess-declare-carte
               DISPLAY "Entrez le total des chèques : "
               ACCEPT sess-declare-cheque
               IF sess-declare-especes NOT NUMERIC OR
                   sess-declare-carte NOT NUMERIC OR
                   sess-declare-cheque NOT NUMERIC
                   DISPLAY "Erreur : Les montants déclarés doivent être numériques."
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO horodatage-courant
                   MOVE horodatage-courant(1:8) TO sess-date-fermeture
                   MOVE horodatage-courant(9:6) TO sess-heure-fermeture
                   PERFORM CALCULER-ATTENDU-SESSION
                   MOVE "F" TO sess-statut
                   REWRITE session-caisse-enregistrement
                       INVALID KEY
                           DISPLAY "Erreur : impossible de clôturer la session de caisse."
                       NOT INVALID KEY
                           PERFORM EDITER-RAPPROCHEMENT-CAISSE
                   END-REWRITE
               END-IF
           END-IF.

       CALCULER-ATTENDU-SESSION.
           MOVE sess-fond-caisse TO sess-attendu-especes
           MOVE 0 TO sess-attendu-carte
           MOVE 0 TO sess-attendu-cheque
           MOVE 0 TO sess-nombre-ventes
           MOVE 0 TO sess-nombre-retours
           MOVE "N" TO fin-fichier-ventes
           OPEN INPUT vente-fichier
           IF statut-vente-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-ventes
                   READ vente-fichier INTO vente-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ventes
                       NOT AT END
                           IF vente-operateur = sess-operateur
                               MOVE vente-date TO date-mouvement
                               MOVE vente-heure TO heure-mouvement
                               PERFORM VERIFIER-PERIODE-SESSION
                               IF mouvement-est-dans-session
                                   PERFORM CUMULER-VENTE-SESSION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM UNTIL fin-de-fichier-retour
                   READ retour-fichier INTO retour-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-retour
                       NOT AT END
                           IF retour-operateur = sess-operateur
                               MOVE retour-date TO date-mouvement
                               MOVE retour-heure TO heure-mouvement
                               PERFORM VERIFIER-PERIODE-SESSION
                               IF mouvement-est-dans-session
                                   PERFORM DEDUIRE-RETOUR-SESSION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retour-fichier
           END-IF
           COMPUTE total-attendu-session =
               sess-attendu-especes + sess-attendu-carte + sess-attendu-cheque
           COMPUTE total-declare-session =
               sess-declare-especes + sess-declare-carte + sess-declare-cheque
           COMPUTE sess-ecart = total-declare-session - total-attendu-session.

       VERIFIER-PERIODE-SESSION.
           MOVE "N" TO mouvement-dans-session
           IF (date-mouvement > sess-date-ouverture OR
               (date-mouvement = sess-date-ouverture AND
                heure-mouvement >= sess-heure-ouverture))
               AND
              (date-mouvement < sess-date-fermeture OR
               (date-mouvement = sess-date-fermeture AND
                heure-mouvement <= sess-heure-fermeture))
               MOVE "O" TO mouvement-dans-session
           END-IF.

       CUMULER-VENTE-SESSION.
           EVALUATE vente-mode-reglement
               WHEN "E"
                   ADD vente-total TO sess-attendu-especes
                   ADD 1 TO sess-nombre-ventes
               WHEN "C"
                   ADD vente-total TO sess-attendu-carte
                   ADD 1 TO sess-nombre-ventes
               WHEN "Q"
                   ADD vente-total TO sess-attendu-cheque
                   ADD 1 TO sess-nombre-ventes
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DEDUIRE-RETOUR-SESSION.
           EVALUATE retour-mode-reglement
               WHEN "E"
                   SUBTRACT retour-montant FROM sess-attendu-especes
                   ADD 1 TO sess-nombre-retours
               WHEN "C"
                   SUBTRACT retour-montant FROM sess-attendu-carte
                   ADD 1 TO sess-nombre-retours
               WHEN "Q"
                   SUBTRACT retour-montant FROM sess-attendu-cheque
                   ADD 1 TO sess-nombre-retours
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EDITER-RAPPROCHEMENT-CAISSE.
           OPEN OUTPUT etat-caisse-fichier
           MOVE SPACES TO ligne-etat
           STRING "RAPPROCHEMENT DE CAISSE - OPERATEUR " sess-operateur
               " - CAISSE " sess-lieu
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-caisse-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           STRING "SESSION DU " sess-date-ouverture " " sess-heure-ouverture
               " AU " sess-date-fermeture " " sess-heure-fermeture
               " - VENTES " sess-nombre-ventes
               " - REMBOURSEMENTS " sess-nombre-retours
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-caisse-ligne FROM ligne-etat
           MOVE sess-fond-caisse TO montant-attendu-edite
           MOVE SPACES TO ligne-etat
           STRING "FOND DE CAISSE INITIAL " montant-attendu-edite
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-caisse-ligne FROM ligne-etat
           DISPLAY "Rapprochement de la session de " sess-operateur
               " (" sess-lieu "), fond de caisse " montant-attendu-edite
           MOVE SPACES TO ligne-etat
           WRITE etat-caisse-ligne FROM ligne-etat
           MOVE "ESPECES" TO libelle-mode-reglement
           MOVE sess-attendu-especes TO montant-attendu-edite
           MOVE sess-declare-especes TO montant-declare-edite
           COMPUTE ecart-mode-session = sess-declare-especes - sess-attendu-especes
           PERFORM EDITER-LIGNE-RAPPROCHEMENT
           MOVE "CARTE" TO libelle-mode-reglement
           MOVE sess-attendu-carte TO montant-attendu-edite
           MOVE sess-declare-carte TO montant-declare-edite
           COMPUTE ecart-mode-session = sess-declare-carte - sess-attendu-carte
           PERFORM EDITER-LIGNE-RAPPROCHEMENT
           MOVE "CHEQUE" TO libelle-mode-reglement
           MOVE sess-attendu-cheque TO montant-attendu-edite
           MOVE sess-declare-cheque TO montant-declare-edite
           COMPUTE ecart-mode-session = sess-declare-cheque - sess-attendu-cheque
           PERFORM EDITER-LIGNE-RAPPROCHEMENT
           MOVE "TOTAL" TO libelle-mode-reglement
           MOVE total-attendu-session TO montant-attendu-edite
           MOVE total-declare-session TO montant-declare-edite
           MOVE sess-ecart TO ecart-mode-session
           PERFORM EDITER-LIGNE-RAPPROCHEMENT
           PERFORM CALCULER-ECART-ABSOLU-SESSION
           IF ecart-absolu-session > tolerance-ecart-caisse
               MOVE tolerance-ecart-caisse TO tolerance-editee
               MOVE SPACES TO ligne-etat
               STRING "*** ECART SUPERIEUR A LA TOLERANCE DE "
                   tolerance-editee " - SIGNALE AU SUPERVISEUR ***"
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-caisse-ligne FROM ligne-etat
               DISPLAY "Attention : écart supérieur à la tolérance, signalé au superviseur."
           END-IF
           CLOSE etat-caisse-fichier
           DISPLAY "Session clôturée, rapprochement écrit dans etat-caisse.dat.".

       EDITER-LIGNE-RAPPROCHEMENT.
           MOVE ecart-mode-session TO montant-ecart-edite
           DISPLAY "  " libelle-mode-reglement
               " attendu : " montant-attendu-edite
               ", déclaré : " montant-declare-edite
               ", écart : " montant-ecart-edite
           MOVE SPACES TO ligne-etat
           STRING libelle-mode-reglement
               " ATTENDU " montant-attendu-edite
               " DECLARE " montant-declare-edite
               " ECART (+ EXCEDENT / - MANQUANT) " montant-ecart-edite
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-caisse-ligne FROM ligne-etat.

       CALCULER-ECART-ABSOLU-SESSION.
           IF sess-ecart < 0
               COMPUTE ecart-absolu-session = 0 - sess-ecart
           ELSE
               MOVE sess-ecart TO ecart-absolu-session
           END-IF.

       GENERER-EXCEPTIONS-CAISSE.
           DISPLAY "Entrez la date de début (AAAAMMJJ) : "
           ACCEPT date-debut-rapport
           DISPLAY "Entrez la date de fin (AAAAMMJJ) : "
           ACCEPT date-fin-rapport
           IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC
               PERFORM EXECUTER-EXCEPTIONS-CAISSE
           ELSE
               DISPLAY "Erreur : Les dates doivent être au format AAAAMMJJ."
           END-IF.

       EXECUTER-EXCEPTIONS-CAISSE.
           MOVE tolerance-ecart-caisse TO tolerance-editee
           DISPLAY "Sessions de caisse clôturées du " date-debut-rapport
               " au " date-fin-rapport " avec un écart supérieur à "
               tolerance-editee " :"
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE 0 TO nombre-sessions-exception
           OPEN OUTPUT etat-exception-caisse-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           MOVE LOW-VALUES TO sess-cle
           MOVE "N" TO fin-fichier-session
           START session-caisse-fichier KEY IS NOT LESS THAN sess-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-session
           END-START
           PERFORM UNTIL fin-de-fichier-session
               READ session-caisse-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-session
                   NOT AT END
                       IF sess-statut = "F" AND
                           sess-date-fermeture >= date-debut-rapport AND
                           sess-date-fermeture <= date-fin-rapport
                           PERFORM CALCULER-ECART-ABSOLU-SESSION
                           IF ecart-absolu-session > tolerance-ecart-caisse
                               PERFORM EDITER-EXCEPTION-CAISSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-EXCEPTION
           MOVE total-general-etat TO total-general-edite
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : " nombre-sessions-exception
               " SESSION(S) EN ECART, ECART NET " total-general-edite
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-exception-caisse-ligne FROM ligne-etat
           CLOSE etat-exception-caisse-fichier
           DISPLAY nombre-sessions-exception " session(s) en écart."
           DISPLAY "État imprimable écrit dans etat-exceptions-caisse.dat.".

       EDITER-EXCEPTION-CAISSE.
           COMPUTE total-attendu-session =
               sess-attendu-especes + sess-attendu-carte + sess-attendu-cheque
           COMPUTE total-declare-session =
               sess-declare-especes + sess-declare-carte + sess-declare-cheque
           MOVE total-attendu-session TO montant-attendu-edite
           MOVE total-declare-session TO montant-declare-edite
           MOVE sess-ecart TO montant-ecart-edite
           DISPLAY "Opérateur : " sess-operateur ", caisse : " sess-lieu
               ", session du " sess-date-ouverture " au " sess-date-fermeture
               ", attendu : " montant-attendu-edite
               ", déclaré : " montant-declare-edite
               ", écart : " montant-ecart-edite
           MOVE SPACES TO ligne-etat
           STRING "OPERATEUR " sess-operateur " CAISSE " sess-lieu
               " DU " sess-date-ouverture " " sess-heure-ouverture
               " AU " sess-date-fermeture " " sess-heure-fermeture
               " ATTENDU " montant-attendu-edite
               " DECLARE " montant-declare-edite
               " ECART " montant-ecart-edite
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-EXCEPTION
           ADD sess-ecart TO total-page-etat
           ADD sess-ecart TO total-general-etat
           ADD 1 TO nombre-sessions-exception.

       ECRIRE-LIGNE-ETAT-EXCEPTION.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-EXCEPTION
               PERFORM ECRIRE-ENTETE-ETAT-EXCEPTION
           END-IF
           WRITE etat-exception-caisse-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-EXCEPTION.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "ECARTS DE CAISSE SUPERIEURS A " tolerance-editee
               " DU " date-debut-rapport " AU " date-fin-rapport
               " - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-exception-caisse-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-exception-caisse-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-EXCEPTION.
           IF numero-page-etat > 0
               MOVE total-page-etat TO total-page-edite
               MOVE SPACES TO ligne-etat
               STRING "TOTAL PAGE : ECART NET " total-page-edite
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-exception-caisse-ligne FROM ligne-etat
               MOVE 0 TO total-page-etat
           END-IF.

       MENU-COMMANDES-CLIENTS.
           DISPLAY "1. Saisir une commande client"
           DISPLAY "2. Préparer et expédier une commande"
           DISPLAY "3. Annuler une commande"
           DISPLAY "4. Consulter une commande"
           DISPLAY "5. Rapport des commandes ouvertes et reliquats"
           DISPLAY "6. Retour au menu principal"
           ACCEPT choix-commande
           EVALUATE choix-commande
               WHEN 1
                   PERFORM SAISIR-COMMANDE-CLIENT
                   PERFORM MENU-COMMANDES-CLIENTS
               WHEN 2
                   PERFORM EXPEDIER-COMMANDE-CLIENT
                   PERFORM MENU-COMMANDES-CLIENTS
               WHEN 3
                   PERFORM ANNULER-COMMANDE-CLIENT
                   PERFORM MENU-COMMANDES-CLIENTS
               WHEN 4
                   PERFORM CONSULTER-COMMANDE-CLIENT
                   PERFORM MENU-COMMANDES-CLIENTS
               WHEN 5
                   PERFORM EXECUTER-RAPPORT-COMMANDES
                   PERFORM MENU-COMMANDES-CLIENTS
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, essayez à nouveau."
                   PERFORM MENU-COMMANDES-CLIENTS
           END-EVALUATE.

       SAISIR-COMMANDE-CLIENT.
           DISPLAY "Entrez le code du client : "
           ACCEPT code-client-saisi
           PERFORM RECHERCHER-CLIENT
           IF NOT client-est-trouve
               DISPLAY "Client non trouvé, commande annulée."
           ELSE
               DISPLAY "Entrez la date de livraison souhaitée (AAAAMMJJ) : "
               ACCEPT date-souhaitee-saisie
               IF date-souhaitee-saisie NOT NUMERIC
                   DISPLAY "Erreur : La date doit être au format AAAAMMJJ."
               ELSE
                   PERFORM DETERMINER-NUMERO-COMMANDE
                   MOVE FUNCTION CURRENT-DATE TO horodatage-courant
                   MOVE numero-commande-courant TO cde-numero
                   MOVE code-client-saisi TO cde-client
                   MOVE horodatage-courant(1:8) TO cde-date
                   MOVE horodatage-courant(9:6) TO cde-heure
                   MOVE date-souhaitee-saisie TO cde-date-souhaitee
                   MOVE "O" TO cde-statut
                   MOVE operateur-courant TO cde-operateur
                   WRITE commande-client-enregistrement
                       INVALID KEY
                           DISPLAY "Erreur : impossible de créer la commande " numero-commande-courant "."
                       NOT INVALID KEY
                           PERFORM SAISIR-LIGNES-COMMANDE
                   END-WRITE
               END-IF
           END-IF.

       SAISIR-LIGNES-COMMANDE.
           DISPLAY "Commande " numero-commande-courant " pour " temp-cli-nom
           MOVE 0 TO numero-ligne-commande
           MOVE "N" TO fin-saisie-commande
           PERFORM SAISIR-LIGNE-COMMANDE UNTIL fin-de-saisie-commande
           IF numero-ligne-commande = 0
               MOVE numero-commande-courant TO cde-numero
               DELETE commande-client-fichier
               DISPLAY "Aucune ligne saisie, commande abandonnée."
           ELSE
               DISPLAY "Commande " numero-commande-courant " enregistrée avec "
                   numero-ligne-commande " ligne(s)."
           END-IF.

       SAISIR-LIGNE-COMMANDE.
           DISPLAY "Entrez le code du produit commandé (vide pour terminer) : "
           ACCEPT saisie-produit
           IF saisie-produit = SPACES
               MOVE "O" TO fin-saisie-commande
           ELSE
               PERFORM RECHERCHER-PRODUIT-CODE-OU-BARRE
               IF produit-est-trouve
                   DISPLAY "Entrez l'emplacement de préparation (entrepôt) : "
                   ACCEPT lieu-saisi
                   DISPLAY "Entrez la quantité commandée : "
                   ACCEPT quantite-commandee
                   IF quantite-commandee NUMERIC AND quantite-commandee > 0
                       PERFORM ENREGISTRER-LIGNE-COMMANDE
                   ELSE
                       DISPLAY "Erreur : La quantité commandée doit être un nombre positif."
                   END-IF
               ELSE
                   DISPLAY "Produit non trouvé."
               END-IF
           END-IF.

       ENREGISTRER-LIGNE-COMMANDE.
           ADD 1 TO numero-ligne-commande
           MOVE 0 TO quantite-a-reserver
           PERFORM RECHERCHER-STOCK-EMPLACEMENT
           IF emplacement-est-trouve
               COMPUTE quantite-disponible-emp =
                   temp-emp-quantite - temp-emp-quantite-reservee
               IF quantite-disponible-emp > 0
                   IF quantite-disponible-emp >= quantite-commandee
                       MOVE quantite-commandee TO quantite-a-reserver
                   ELSE
                       MOVE quantite-disponible-emp TO quantite-a-reserver
                   END-IF
                   ADD quantite-a-reserver TO temp-emp-quantite-reservee
                   REWRITE emplacement-enregistrement FROM emplacement-temporaire
                       INVALID KEY
                           MOVE 0 TO quantite-a-reserver
                           DISPLAY "Erreur : impossible de réserver le stock de l'emplacement."
                   END-REWRITE
               END-IF
           END-IF
           MOVE numero-commande-courant TO lcde-numero
           MOVE numero-ligne-commande TO lcde-ligne
           MOVE recherche-code TO lcde-produit
           MOVE lieu-saisi TO lcde-lieu
           MOVE quantite-commandee TO lcde-quantite-commandee
           MOVE quantite-a-reserver TO lcde-quantite-reservee
           MOVE 0 TO lcde-quantite-livree
           WRITE ligne-commande-enregistrement
               INVALID KEY
                   DISPLAY "Erreur : impossible d'enregistrer la ligne de commande."
           END-WRITE
           COMPUTE quantite-reliquat = quantite-commandee - quantite-a-reserver
           DISPLAY "Ligne " numero-ligne-commande " : " temp-nom
               ", réservé : " quantite-a-reserver
           IF quantite-reliquat > 0
               MOVE quantite-reliquat TO reliquat-affiche
               DISPLAY "    En reliquat jusqu'à réception : " reliquat-affiche
           END-IF.

       DETERMINER-NUMERO-COMMANDE.
           MOVE 0 TO numero-commande-courant
           MOVE 0 TO cde-numero
           MOVE "N" TO fin-fichier-commande-client
           START commande-client-fichier KEY IS NOT LESS THAN cde-numero
               INVALID KEY
                   MOVE "O" TO fin-fichier-commande-client
           END-START
           PERFORM UNTIL fin-de-fichier-commande-client
               READ commande-client-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-commande-client
                   NOT AT END
                       MOVE cde-numero TO numero-commande-courant
               END-READ
           END-PERFORM
           ADD 1 TO numero-commande-courant.

       RECHERCHER-COMMANDE.
           MOVE numero-commande-saisi TO cde-numero
           READ commande-client-fichier
               INVALID KEY
                   MOVE "N" TO commande-trouvee
               NOT INVALID KEY
                   MOVE "O" TO commande-trouvee
           END-READ.

       DETERMINER-LIBELLE-STATUT-COMMANDE.
           EVALUATE cde-statut
               WHEN "O"
                   MOVE "OUVERTE" TO libelle-statut-commande
               WHEN "P"
                   MOVE "PARTIELLE" TO libelle-statut-commande
               WHEN "L"
                   MOVE "LIVREE" TO libelle-statut-commande
               WHEN "A"
                   MOVE "ANNULEE" TO libelle-statut-commande
               WHEN OTHER
                   MOVE "INCONNU" TO libelle-statut-commande
           END-EVALUATE.

       POSITIONNER-LIGNES-COMMANDE.
           MOVE numero-commande-saisi TO lcde-numero
           MOVE 0 TO lcde-ligne
           MOVE "N" TO fin-fichier-ligne-commande
           START ligne-commande-fichier KEY IS NOT LESS THAN lcde-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-ligne-commande
           END-START.

       EXPEDIER-COMMANDE-CLIENT.
           DISPLAY "Entrez le numéro de la commande : "
           ACCEPT numero-commande-saisi
           PERFORM RECHERCHER-COMMANDE
           IF NOT commande-est-trouvee
               DISPLAY "Commande non trouvée."
           ELSE
               IF cde-statut NOT = "O" AND cde-statut NOT = "P"
                   PERFORM DETERMINER-LIBELLE-STATUT-COMMANDE
                   DISPLAY "Commande " libelle-statut-commande ", expédition impossible."
               ELSE
                   MOVE cde-client TO code-client-saisi
                   PERFORM RECHERCHER-CLIENT
                   MOVE "N" TO livraison-sur-compte
                   IF client-est-trouve AND
                       temp-cli-plafond-credit NUMERIC AND temp-cli-plafond-credit > 0
                       DISPLAY "Livraison sur compte client (O/N) : "
                       ACCEPT livraison-sur-compte
                   END-IF
                   IF NOT client-est-trouve
                       MOVE SPACES TO code-client-saisi
                   END-IF
                   IF NOT livraison-est-sur-compte
                       PERFORM SAISIR-MODE-REGLEMENT
                   END-IF
                   MOVE 0 TO nombre-lignes-expediees
                   PERFORM POSITIONNER-LIGNES-COMMANDE
                   PERFORM UNTIL fin-de-fichier-ligne-commande
                       READ ligne-commande-fichier NEXT RECORD
                           AT END
                               MOVE "O" TO fin-fichier-ligne-commande
                           NOT AT END
                               IF lcde-numero NOT = numero-commande-saisi
                                   MOVE "O" TO fin-fichier-ligne-commande
                               ELSE
                                   PERFORM EXPEDIER-LIGNE-COMMANDE
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM METTRE-A-JOUR-STATUT-COMMANDE
                   PERFORM DETERMINER-LIBELLE-STATUT-COMMANDE
                   DISPLAY "Expédition terminée : " nombre-lignes-expediees
                       " ligne(s) expédiée(s), commande " libelle-statut-commande "."
               END-IF
           END-IF.

       EXPEDIER-LIGNE-COMMANDE.
           COMPUTE quantite-reliquat = lcde-quantite-commandee
               - lcde-quantite-reservee - lcde-quantite-livree
           IF quantite-reliquat < 0
               MOVE 0 TO quantite-reliquat
           END-IF
           MOVE quantite-reliquat TO reliquat-affiche
           IF lcde-quantite-reservee > 0
               DISPLAY "Ligne " lcde-ligne " : produit " lcde-produit
                   ", emplacement " lcde-lieu
                   ", réservé " lcde-quantite-reservee
                   ", reliquat " reliquat-affiche
               DISPLAY "Entrez la quantité prélevée à expédier (0 à "
                   lcde-quantite-reservee ") : "
               ACCEPT quantite-expediee
               IF quantite-expediee NOT NUMERIC OR
                   quantite-expediee > lcde-quantite-reservee
                   DISPLAY "Erreur : quantité invalide, ligne non expédiée."
               ELSE
                   IF quantite-expediee > 0
                       PERFORM POSTER-EXPEDITION-LIGNE
                   END-IF
               END-IF
           ELSE
               IF quantite-reliquat > 0
                   DISPLAY "Ligne " lcde-ligne " : produit " lcde-produit
                       " en attente de réception, reliquat " reliquat-affiche
               END-IF
           END-IF.

       POSTER-EXPEDITION-LIGNE.
           MOVE lcde-produit TO recherche-code
           PERFORM RECHERCHER-PRODUIT
           MOVE lcde-lieu TO lieu-saisi
           PERFORM RECHERCHER-STOCK-EMPLACEMENT
           IF NOT produit-est-trouve OR NOT emplacement-est-trouve
               DISPLAY "Erreur : produit ou emplacement introuvable, ligne non expédiée."
           ELSE
               IF temp-emp-quantite < quantite-expediee OR
                   temp-quantite < quantite-expediee
                   DISPLAY "Erreur : stock physique insuffisant, ligne non expédiée."
               ELSE
                   MOVE quantite-expediee TO quantite-vendue
                   MOVE FUNCTION CURRENT-DATE TO horodatage-courant
                   MOVE horodatage-courant(1:8) TO date-application-promo
                   PERFORM CHERCHER-PROMOTION-PRODUIT
                   MOVE "O" TO confirmation
                   MOVE livraison-sur-compte TO vente-sur-compte
                   MOVE SPACES TO approbateur-credit
                   IF vente-est-sur-compte
                       COMPUTE total-vente = quantite-vendue * prix-vente-applique
                       PERFORM CONTROLER-PLAFOND-CLIENT
                   END-IF
                   IF confirmation = "O"
                       PERFORM DEBITER-STOCK-EXPEDITION
                   ELSE
                       DISPLAY "Ligne " lcde-ligne " non expédiée."
                   END-IF
               END-IF
           END-IF.

       DEBITER-STOCK-EXPEDITION.
           SUBTRACT quantite-expediee FROM temp-emp-quantite
           IF temp-emp-quantite-reservee > quantite-expediee
               SUBTRACT quantite-expediee FROM temp-emp-quantite-reservee
           ELSE
               MOVE 0 TO temp-emp-quantite-reservee
           END-IF
           REWRITE emplacement-enregistrement FROM emplacement-temporaire
           SUBTRACT quantite-expediee FROM temp-quantite
           COMPUTE total-vente = quantite-vendue * prix-vente-applique
           REWRITE produit-record FROM produit-temporaire
           MOVE quantite-expediee TO quantite-a-relever
           MOVE "N" TO releve-transfert
           PERFORM RELEVER-LOTS-STOCK
           PERFORM ENREGISTRER-VENTE-JOURNAL
           IF vente-est-sur-compte
               PERFORM ENREGISTRER-FACTURE-CLIENT
           END-IF
           SUBTRACT quantite-expediee FROM lcde-quantite-reservee
           ADD quantite-expediee TO lcde-quantite-livree
           REWRITE ligne-commande-enregistrement
               INVALID KEY
                   DISPLAY "Erreur : impossible de mettre à jour la ligne de commande."
           END-REWRITE
           ADD 1 TO nombre-lignes-expediees
           DISPLAY "Ligne " lcde-ligne " expédiée : " quantite-expediee
               " unité(s), montant " total-vente.

       METTRE-A-JOUR-STATUT-COMMANDE.
           MOVE "O" TO lignes-commande-soldees
           MOVE "N" TO lignes-commande-livrees
           PERFORM POSITIONNER-LIGNES-COMMANDE
           PERFORM UNTIL fin-de-fichier-ligne-commande
               READ ligne-commande-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-ligne-commande
                   NOT AT END
                       IF lcde-numero NOT = numero-commande-saisi
                           MOVE "O" TO fin-fichier-ligne-commande
                       ELSE
                           IF lcde-quantite-livree < lcde-quantite-commandee
                               MOVE "N" TO lignes-commande-soldees
                           END-IF
                           IF lcde-quantite-livree > 0
                               MOVE "O" TO lignes-commande-livrees
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM RECHERCHER-COMMANDE
           IF commande-est-trouvee
               IF commande-entierement-livree
                   MOVE "L" TO cde-statut
               ELSE
                   IF commande-partiellement-livree
                       MOVE "P" TO cde-statut
                   END-IF
               END-IF
               REWRITE commande-client-enregistrement
           END-IF.

       ANNULER-COMMANDE-CLIENT.
           DISPLAY "Entrez le numéro de la commande à annuler : "
           ACCEPT numero-commande-saisi
           PERFORM RECHERCHER-COMMANDE
           IF NOT commande-est-trouvee
               DISPLAY "Commande non trouvée."
           ELSE
               IF cde-statut NOT = "O" AND cde-statut NOT = "P"
                   PERFORM DETERMINER-LIBELLE-STATUT-COMMANDE
                   DISPLAY "Commande " libelle-statut-commande ", annulation impossible."
               ELSE
                   DISPLAY "Confirmez l'annulation du reste à livrer (O/N) : "
                   ACCEPT confirmation
                   IF confirmation = "O"
                       PERFORM LIBERER-RESERVATIONS-COMMANDE
                       PERFORM RECHERCHER-COMMANDE
                       MOVE "A" TO cde-statut
                       REWRITE commande-client-enregistrement
                       DISPLAY "Commande " numero-commande-saisi
                           " annulée, réservations libérées."
                   ELSE
                       DISPLAY "Annulation abandonnée."
                   END-IF
               END-IF
           END-IF.

       LIBERER-RESERVATIONS-COMMANDE.
           PERFORM POSITIONNER-LIGNES-COMMANDE
           PERFORM UNTIL fin-de-fichier-ligne-commande
               READ ligne-commande-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-ligne-commande
                   NOT AT END
                       IF lcde-numero NOT = numero-commande-saisi
                           MOVE "O" TO fin-fichier-ligne-commande
                       ELSE
                           IF lcde-quantite-reservee > 0
                               PERFORM LIBERER-RESERVATION-LIGNE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIBERER-RESERVATION-LIGNE.
           MOVE lcde-produit TO recherche-code
           MOVE lcde-lieu TO lieu-saisi
           PERFORM RECHERCHER-STOCK-EMPLACEMENT
           IF emplacement-est-trouve
               IF temp-emp-quantite-reservee > lcde-quantite-reservee
                   SUBTRACT lcde-quantite-reservee FROM temp-emp-quantite-reservee
               ELSE
                   MOVE 0 TO temp-emp-quantite-reservee
               END-IF
               REWRITE emplacement-enregistrement FROM emplacement-temporaire
           END-IF
           MOVE 0 TO lcde-quantite-reservee
           REWRITE ligne-commande-enregistrement.

       CONSULTER-COMMANDE-CLIENT.
           DISPLAY "Entrez le numéro de la commande : "
           ACCEPT numero-commande-saisi
           PERFORM RECHERCHER-COMMANDE
           IF NOT commande-est-trouvee
               DISPLAY "Commande non trouvée."
           ELSE
               PERFORM DETERMINER-LIBELLE-STATUT-COMMANDE
               DISPLAY "Commande " cde-numero ", client " cde-client
                   ", du " cde-date ", livraison souhaitée le " cde-date-souhaitee
                   ", statut " libelle-statut-commande
               PERFORM POSITIONNER-LIGNES-COMMANDE
               PERFORM UNTIL fin-de-fichier-ligne-commande
                   READ ligne-commande-fichier NEXT RECORD
                       AT END
                           MOVE "O" TO fin-fichier-ligne-commande
                       NOT AT END
                           IF lcde-numero NOT = numero-commande-saisi
                               MOVE "O" TO fin-fichier-ligne-commande
                           ELSE
                               PERFORM CALCULER-RELIQUAT-LIGNE
                               DISPLAY "    Ligne " lcde-ligne " : " lcde-produit
                                   ", emplacement " lcde-lieu
                                   ", commandé " lcde-quantite-commandee
                                   ", réservé " lcde-quantite-reservee
                                   ", livré " lcde-quantite-livree
                                   ", reliquat " reliquat-affiche
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CALCULER-RELIQUAT-LIGNE.
           COMPUTE quantite-reliquat = lcde-quantite-commandee
               - lcde-quantite-reservee - lcde-quantite-livree
           IF quantite-reliquat < 0
               MOVE 0 TO quantite-reliquat
           END-IF
           MOVE quantite-reliquat TO reliquat-affiche.

       AFFECTER-RELIQUATS-COMMANDES.
           MOVE 0 TO lcde-numero
           MOVE 0 TO lcde-ligne
           MOVE "N" TO fin-fichier-ligne-commande
           START ligne-commande-fichier KEY IS NOT LESS THAN lcde-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-ligne-commande
           END-START
           PERFORM UNTIL fin-de-fichier-ligne-commande
               READ ligne-commande-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-ligne-commande
                   NOT AT END
                       IF lcde-produit = recherche-code AND lcde-lieu = lieu-saisi
                           PERFORM CALCULER-RELIQUAT-LIGNE
                           IF quantite-reliquat > 0
                               PERFORM AFFECTER-RELIQUAT-LIGNE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AFFECTER-RELIQUAT-LIGNE.
           MOVE lcde-numero TO cde-numero
           READ commande-client-fichier
               INVALID KEY
                   MOVE "A" TO cde-statut
           END-READ
           IF cde-statut = "O" OR cde-statut = "P"
               PERFORM RECHERCHER-STOCK-EMPLACEMENT
               IF emplacement-est-trouve
                   COMPUTE quantite-disponible-emp =
                       temp-emp-quantite - temp-emp-quantite-reservee
                   IF quantite-disponible-emp > 0
                       IF quantite-disponible-emp >= quantite-reliquat
                           MOVE quantite-reliquat TO quantite-a-reserver
                       ELSE
                           MOVE quantite-disponible-emp TO quantite-a-reserver
                       END-IF
                       ADD quantite-a-reserver TO temp-emp-quantite-reservee
                       REWRITE emplacement-enregistrement FROM emplacement-temporaire
                       ADD quantite-a-reserver TO lcde-quantite-reservee
                       REWRITE ligne-commande-enregistrement
                       DISPLAY "Reliquat de la commande " lcde-numero
                           " ligne " lcde-ligne " : " quantite-a-reserver
                           " unité(s) réservée(s)."
                   END-IF
               END-IF
           END-IF.

       EXECUTER-RAPPORT-COMMANDES.
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE 0 TO nombre-commandes-ouvertes
           MOVE 0 TO total-reliquats-etat
           OPEN OUTPUT etat-commande-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           DISPLAY "Commandes clients ouvertes :"
           MOVE 0 TO cde-numero
           MOVE "N" TO fin-fichier-commande-client
           START commande-client-fichier KEY IS NOT LESS THAN cde-numero
               INVALID KEY
                   MOVE "O" TO fin-fichier-commande-client
           END-START
           PERFORM UNTIL fin-de-fichier-commande-client
               READ commande-client-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-commande-client
                   NOT AT END
                       IF cde-statut = "O" OR cde-statut = "P"
                           PERFORM EDITER-COMMANDE-OUVERTE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-COMMANDE
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : " nombre-commandes-ouvertes
               " COMMANDE(S) OUVERTE(S), " total-reliquats-etat
               " UNITE(S) EN RELIQUAT"
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-commande-ligne FROM ligne-etat
           CLOSE etat-commande-fichier
           DISPLAY "Commandes ouvertes : " nombre-commandes-ouvertes
               ", unités en reliquat : " total-reliquats-etat
           DISPLAY "État imprimable écrit dans etat-commandes.dat.".

       EDITER-COMMANDE-OUVERTE.
           ADD 1 TO nombre-commandes-ouvertes
           MOVE cde-numero TO numero-commande-saisi
           MOVE cde-client TO code-client-saisi
           PERFORM RECHERCHER-CLIENT
           IF NOT client-est-trouve
               MOVE "(client inconnu)" TO temp-cli-nom
           END-IF
           PERFORM DETERMINER-LIBELLE-STATUT-COMMANDE
           DISPLAY "Commande " cde-numero ", client " cde-client " " temp-cli-nom
               ", souhaitée le " cde-date-souhaitee ", " libelle-statut-commande
           MOVE SPACES TO ligne-etat
           STRING "COMMANDE " cde-numero " CLIENT " cde-client " "
               temp-cli-nom(1:25) " DU " cde-date
               " SOUHAITEE LE " cde-date-souhaitee " " libelle-statut-commande
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-COMMANDE
           PERFORM POSITIONNER-LIGNES-COMMANDE
           PERFORM UNTIL fin-de-fichier-ligne-commande
               READ ligne-commande-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-ligne-commande
                   NOT AT END
                       IF lcde-numero NOT = numero-commande-saisi
                           MOVE "O" TO fin-fichier-ligne-commande
                       ELSE
                           PERFORM EDITER-LIGNE-COMMANDE-OUVERTE
                       END-IF
               END-READ
           END-PERFORM.

       EDITER-LIGNE-COMMANDE-OUVERTE.
           PERFORM CALCULER-RELIQUAT-LIGNE
           IF lcde-quantite-livree < lcde-quantite-commandee
               MOVE SPACES TO ligne-etat
               STRING "    LIGNE " lcde-ligne " PRODUIT " lcde-produit
                   " EMPL " lcde-lieu
                   " COMMANDE " lcde-quantite-commandee
                   " RESERVE " lcde-quantite-reservee
                   " LIVRE " lcde-quantite-livree
                   " RELIQUAT " reliquat-affiche
                   DELIMITED BY SIZE INTO ligne-etat
               PERFORM ECRIRE-LIGNE-ETAT-COMMANDE
               ADD reliquat-affiche TO total-reliquats-etat
               ADD reliquat-affiche TO compte-page-etat
               IF reliquat-affiche > 0
                   DISPLAY "    Ligne " lcde-ligne " " lcde-produit
                       " en reliquat : " reliquat-affiche
               END-IF
           END-IF.

       ECRIRE-LIGNE-ETAT-COMMANDE.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-COMMANDE
               PERFORM ECRIRE-ENTETE-ETAT-COMMANDE
           END-IF
           WRITE etat-commande-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-COMMANDE.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "ETAT DES COMMANDES OUVERTES ET RELIQUATS - EDITE LE "
               horodatage-courant(1:8) " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-commande-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-commande-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-COMMANDE.
           IF numero-page-etat > 0
               MOVE SPACES TO ligne-etat
               STRING "TOTAL PAGE : " compte-page-etat
                   " UNITE(S) EN RELIQUAT"
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-commande-ligne FROM ligne-etat
               MOVE 0 TO compte-page-etat
           END-IF.

       MENU-NOMENCLATURES.
           DISPLAY "1. Ajouter ou modifier un composant de kit"
           DISPLAY "2. Supprimer un composant de kit"
           DISPLAY "3. Afficher la nomenclature d'un kit"
           DISPLAY "4. Assembler des kits"
           DISPLAY "5. Désassembler des kits"
           DISPLAY "6. Retour au menu principal"
           ACCEPT choix-nomenclature
           EVALUATE choix-nomenclature
               WHEN 1
                   PERFORM AJOUTER-COMPOSANT-KIT
                   PERFORM MENU-NOMENCLATURES
               WHEN 2
                   PERFORM SUPPRIMER-COMPOSANT-KIT
                   PERFORM MENU-NOMENCLATURES
               WHEN 3
                   PERFORM AFFICHER-NOMENCLATURE-KIT
                   PERFORM MENU-NOMENCLATURES
               WHEN 4
                   PERFORM ASSEMBLER-KITS
                   PERFORM MENU-NOMENCLATURES
               WHEN 5
                   PERFORM DESASSEMBLER-KITS
                   PERFORM MENU-NOMENCLATURES
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, essayez à nouveau."
                   PERFORM MENU-NOMENCLATURES
           END-EVALUATE.

       AJOUTER-COMPOSANT-KIT.
           DISPLAY "Entrez le code du kit : "
           ACCEPT code-kit
           MOVE code-kit TO recherche-code
           PERFORM RECHERCHER-PRODUIT
           IF NOT produit-est-trouve
               DISPLAY "Kit non trouvé, créez d'abord le produit kit."
           ELSE
               PERFORM VERIFIER-COMPOSANT-UTILISE
               IF composant-est-utilise
                   DISPLAY "Erreur : " code-kit " est déjà composant d'un autre kit."
               ELSE
                   DISPLAY "Entrez le code du composant : "
                   ACCEPT composant-saisi
                   PERFORM CONTROLER-COMPOSANT-SAISI
               END-IF
           END-IF.

       CONTROLER-COMPOSANT-SAISI.
           MOVE composant-saisi TO recherche-code
           PERFORM RECHERCHER-PRODUIT
           IF composant-saisi = code-kit
               DISPLAY "Erreur : un kit ne peut pas être son propre composant."
           ELSE
               IF NOT produit-est-trouve
                   DISPLAY "Composant non trouvé."
               ELSE
                   PERFORM VERIFIER-PRODUIT-KIT
                   IF produit-est-kit
                       DISPLAY "Erreur : un kit ne peut pas être composant d'un autre kit."
                   ELSE
                       DISPLAY "Entrez la quantité de " temp-nom " par kit : "
                       ACCEPT quantite-composant-saisie
                       IF quantite-composant-saisie NOT NUMERIC OR
                           quantite-composant-saisie = 0
                           DISPLAY "Erreur : La quantité doit être un nombre positif."
                       ELSE
                           PERFORM ENREGISTRER-COMPOSANT-KIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ENREGISTRER-COMPOSANT-KIT.
           MOVE code-kit TO nomenc-kit
           MOVE composant-saisi TO nomenc-composant
           READ nomenclature-fichier
               INVALID KEY
                   MOVE code-kit TO nomenc-kit
                   MOVE composant-saisi TO nomenc-composant
                   MOVE quantite-composant-saisie TO nomenc-quantite
                   WRITE nomenclature-enregistrement
                       INVALID KEY
                           DISPLAY "Erreur : impossible d'ajouter le composant."
                       NOT INVALID KEY
                           DISPLAY "Composant ajouté au kit " code-kit "."
                   END-WRITE
               NOT INVALID KEY
                   MOVE quantite-composant-saisie TO nomenc-quantite
                   REWRITE nomenclature-enregistrement
                   DISPLAY "Quantité du composant mise à jour."
           END-READ.

       SUPPRIMER-COMPOSANT-KIT.
           DISPLAY "Entrez le code du kit : "
           ACCEPT code-kit
           DISPLAY "Entrez le code du composant à retirer : "
           ACCEPT composant-saisi
           MOVE code-kit TO nomenc-kit
           MOVE composant-saisi TO nomenc-composant
           DELETE nomenclature-fichier
               INVALID KEY
                   DISPLAY "Composant non trouvé dans ce kit."
               NOT INVALID KEY
                   DISPLAY "Composant retiré du kit " code-kit "."
           END-DELETE.

       AFFICHER-NOMENCLATURE-KIT.
           DISPLAY "Entrez le code du kit : "
           ACCEPT code-kit
           MOVE code-kit TO recherche-code
           PERFORM RECHERCHER-PRODUIT
           IF NOT produit-est-trouve
               DISPLAY "Kit non trouvé."
           ELSE
               DISPLAY "Kit : " temp-code " " temp-nom
                   ", prix de vente : " temp-prix-unitaire
               MOVE "O" TO affichage-nomenclature
               PERFORM CALCULER-COUT-KIT
               MOVE "N" TO affichage-nomenclature
               IF nombre-composants = 0
                   DISPLAY "Ce produit n'a pas de nomenclature."
               ELSE
                   DISPLAY "Coût du kit (somme des prix d'achat des composants) : "
                       cout-kit-calcule
               END-IF
           END-IF.

       VERIFIER-PRODUIT-KIT.
           MOVE "N" TO kit-trouve
           MOVE recherche-code TO nomenc-kit
           MOVE LOW-VALUES TO nomenc-composant
           START nomenclature-fichier KEY IS NOT LESS THAN nomenc-cle
               INVALID KEY
                   MOVE "N" TO kit-trouve
               NOT INVALID KEY
                   READ nomenclature-fichier NEXT RECORD
                       AT END
                           MOVE "N" TO kit-trouve
                       NOT AT END
                           IF nomenc-kit = recherche-code
                               MOVE "O" TO kit-trouve
                           END-IF
                   END-READ
           END-START.

       VERIFIER-COMPOSANT-UTILISE.
           MOVE "N" TO composant-utilise
           MOVE LOW-VALUES TO nomenc-cle
           MOVE "N" TO fin-fichier-nomenclature
           START nomenclature-fichier KEY IS NOT LESS THAN nomenc-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-nomenclature
           END-START
           PERFORM UNTIL fin-de-fichier-nomenclature
               READ nomenclature-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-nomenclature
                   NOT AT END
                       IF nomenc-composant = code-kit
                           MOVE "O" TO composant-utilise
                           MOVE "O" TO fin-fichier-nomenclature
                       END-IF
               END-READ
           END-PERFORM.

       POSITIONNER-NOMENCLATURE-KIT.
           MOVE code-kit TO nomenc-kit
           MOVE LOW-VALUES TO nomenc-composant
           MOVE "N" TO fin-fichier-nomenclature
           START nomenclature-fichier KEY IS NOT LESS THAN nomenc-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-nomenclature
           END-START.

       CALCULER-COUT-KIT.
           MOVE 0 TO cout-kit-calcule
           MOVE 0 TO nombre-composants
           PERFORM POSITIONNER-NOMENCLATURE-KIT
           PERFORM UNTIL fin-de-fichier-nomenclature
               READ nomenclature-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-nomenclature
                   NOT AT END
                       IF nomenc-kit NOT = code-kit
                           MOVE "O" TO fin-fichier-nomenclature
                       ELSE
                           PERFORM CUMULER-COUT-COMPOSANT
                       END-IF
               END-READ
           END-PERFORM.

       CUMULER-COUT-COMPOSANT.
           MOVE nomenc-composant TO recherche-code
           PERFORM RECHERCHER-PRODUIT
           ADD 1 TO nombre-composants
           IF produit-est-trouve
               COMPUTE cout-kit-calcule =
                   cout-kit-calcule + nomenc-quantite * temp-prix-achat
           ELSE
               MOVE "(produit supprimé)" TO temp-nom
               MOVE 0 TO temp-prix-achat
               MOVE 0 TO temp-quantite
           END-IF
           IF nomenclature-a-afficher
               DISPLAY "  Composant : " nomenc-composant " " temp-nom
                   ", quantité par kit : " nomenc-quantite
                   ", prix d'achat : " temp-prix-achat
                   ", stock : " temp-quantite
           END-IF.

       ASSEMBLER-KITS.
           MOVE "A" TO type-assemblage
           PERFORM SAISIR-OPERATION-KIT
           IF confirmation = "O"
               PERFORM CONTROLER-COMPOSANTS-KIT
               IF composants-sont-suffisants
                   PERFORM EXECUTER-ASSEMBLAGE-KIT
                   DISPLAY quantite-a-assembler " kit(s) " code-kit
                       " assemblé(s) à " lieu-kit "."
                   MOVE code-kit TO recherche-code
                   MOVE lieu-kit TO lieu-saisi
                   PERFORM AFFECTER-RELIQUATS-COMMANDES
               ELSE
                   DISPLAY "Assemblage impossible : composants insuffisants à " lieu-kit "."
               END-IF
           END-IF.

       DESASSEMBLER-KITS.
           MOVE "D" TO type-assemblage
           PERFORM SAISIR-OPERATION-KIT
           IF confirmation = "O"
               MOVE code-kit TO recherche-code
               MOVE lieu-kit TO lieu-saisi
               PERFORM RECHERCHER-PRODUIT
               PERFORM RECHERCHER-STOCK-EMPLACEMENT
               IF NOT emplacement-est-trouve
                   DISPLAY "Aucun stock de ce kit à cet emplacement."
               ELSE
                   PERFORM CALCULER-DISPONIBLE-PRODUIT
                   COMPUTE quantite-disponible-emp =
                       temp-emp-quantite - temp-emp-quantite-reservee
                   IF quantite-a-assembler > quantite-disponible-emp OR
                       quantite-a-assembler > quantite-disponible-produit
                       DISPLAY "Quantité de kits disponible insuffisante : "
                           quantite-disponible-emp "."
                   ELSE
                       PERFORM EXECUTER-DESASSEMBLAGE-KIT
                       DISPLAY quantite-a-assembler " kit(s) " code-kit
                           " désassemblé(s) à " lieu-kit "."
                   END-IF
               END-IF
           END-IF.

       SAISIR-OPERATION-KIT.
           MOVE "N" TO confirmation
           DISPLAY "Entrez le code du kit : "
           ACCEPT code-kit
           MOVE code-kit TO recherche-code
           PERFORM RECHERCHER-PRODUIT
           IF NOT produit-est-trouve
               DISPLAY "Kit non trouvé."
           ELSE
               PERFORM VERIFIER-PRODUIT-KIT
               IF NOT produit-est-kit
                   DISPLAY "Ce produit n'a pas de nomenclature."
               ELSE
                   DISPLAY "Entrez l'emplacement (entrepôt) : "
                   ACCEPT lieu-kit
                   DISPLAY "Entrez le nombre de kits : "
                   ACCEPT quantite-a-assembler
                   IF quantite-a-assembler NOT NUMERIC OR quantite-a-assembler = 0
                       DISPLAY "Erreur : La quantité doit être un nombre positif."
                   ELSE
                       MOVE "O" TO confirmation
                   END-IF
               END-IF
           END-IF.

       CONTROLER-COMPOSANTS-KIT.
           MOVE "O" TO composants-suffisants
           PERFORM POSITIONNER-NOMENCLATURE-KIT
           PERFORM UNTIL fin-de-fichier-nomenclature
               READ nomenclature-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-nomenclature
                   NOT AT END
                       IF nomenc-kit NOT = code-kit
                           MOVE "O" TO fin-fichier-nomenclature
                       ELSE
                           PERFORM CONTROLER-COMPOSANT-KIT
                       END-IF
               END-READ
           END-PERFORM.

       CONTROLER-COMPOSANT-KIT.
           COMPUTE quantite-composant-requise =
               nomenc-quantite * quantite-a-assembler
           MOVE nomenc-composant TO recherche-code
           MOVE lieu-kit TO lieu-saisi
           PERFORM RECHERCHER-PRODUIT
           PERFORM RECHERCHER-STOCK-EMPLACEMENT
           IF NOT produit-est-trouve OR NOT emplacement-est-trouve
               MOVE 0 TO quantite-disponible-emp
               MOVE 0 TO quantite-disponible-produit
           ELSE
               PERFORM CALCULER-DISPONIBLE-PRODUIT
               COMPUTE quantite-disponible-emp =
                   temp-emp-quantite - temp-emp-quantite-reservee
           END-IF
           IF quantite-composant-requise > quantite-disponible-emp OR
               quantite-composant-requise > quantite-disponible-produit
               MOVE "N" TO composants-suffisants
               DISPLAY "Composant " nomenc-composant " : requis "
                   quantite-composant-requise ", disponible "
                   quantite-disponible-emp "."
           END-IF.

       EXECUTER-ASSEMBLAGE-KIT.
           PERFORM POSITIONNER-NOMENCLATURE-KIT
           PERFORM UNTIL fin-de-fichier-nomenclature
               READ nomenclature-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-nomenclature
                   NOT AT END
                       IF nomenc-kit NOT = code-kit
                           MOVE "O" TO fin-fichier-nomenclature
                       ELSE
                           PERFORM DEBITER-COMPOSANT-KIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE code-kit TO recherche-code
           MOVE lieu-kit TO lieu-saisi
           PERFORM RECHERCHER-PRODUIT
           ADD quantite-a-assembler TO temp-quantite
           REWRITE produit-record FROM produit-temporaire
           MOVE quantite-a-assembler TO quantite-recue
           PERFORM METTRE-A-JOUR-STOCK-EMPLACEMENT-RECEPTION
           MOVE code-kit TO produit-assemblage
           MOVE "E" TO sens-assemblage
           MOVE quantite-a-assembler TO quantite-assemblage
           PERFORM ENREGISTRER-ASSEMBLAGE.

       DEBITER-COMPOSANT-KIT.
           COMPUTE quantite-composant-requise =
               nomenc-quantite * quantite-a-assembler
           MOVE nomenc-composant TO recherche-code
           MOVE lieu-kit TO lieu-saisi
           PERFORM RECHERCHER-PRODUIT
           PERFORM RECHERCHER-STOCK-EMPLACEMENT
           SUBTRACT quantite-composant-requise FROM temp-emp-quantite
           REWRITE emplacement-enregistrement FROM emplacement-temporaire
           SUBTRACT quantite-composant-requise FROM temp-quantite
           REWRITE produit-record FROM produit-temporaire
           MOVE quantite-composant-requise TO quantite-a-relever
           MOVE "N" TO releve-transfert
           PERFORM RELEVER-LOTS-STOCK
           MOVE nomenc-composant TO produit-assemblage
           MOVE "S" TO sens-assemblage
           MOVE quantite-composant-requise TO quantite-assemblage
           PERFORM ENREGISTRER-ASSEMBLAGE.

       EXECUTER-DESASSEMBLAGE-KIT.
           SUBTRACT quantite-a-assembler FROM temp-emp-quantite
           REWRITE emplacement-enregistrement FROM emplacement-temporaire
           SUBTRACT quantite-a-assembler FROM temp-quantite
           REWRITE produit-record FROM produit-temporaire
           MOVE quantite-a-assembler TO quantite-a-relever
           MOVE "N" TO releve-transfert
           PERFORM RELEVER-LOTS-STOCK
           MOVE code-kit TO produit-assemblage
           MOVE "S" TO sens-assemblage
           MOVE quantite-a-assembler TO quantite-assemblage
           PERFORM ENREGISTRER-ASSEMBLAGE
           PERFORM POSITIONNER-NOMENCLATURE-KIT
           PERFORM UNTIL fin-de-fichier-nomenclature
               READ nomenclature-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-nomenclature
                   NOT AT END
                       IF nomenc-kit NOT = code-kit
                           MOVE "O" TO fin-fichier-nomenclature
                       ELSE
                           PERFORM CREDITER-COMPOSANT-KIT
                       END-IF
               END-READ
           END-PERFORM.

       CREDITER-COMPOSANT-KIT.
           COMPUTE quantite-composant-requise =
               nomenc-quantite * quantite-a-assembler
           MOVE nomenc-composant TO recherche-code
           MOVE lieu-kit TO lieu-saisi
           PERFORM RECHERCHER-PRODUIT
           IF produit-est-trouve
               ADD quantite-composant-requise TO temp-quantite
               REWRITE produit-record FROM produit-temporaire
               MOVE quantite-composant-requise TO quantite-recue
               PERFORM METTRE-A-JOUR-STOCK-EMPLACEMENT-RECEPTION
               MOVE nomenc-composant TO produit-assemblage
               MOVE "E" TO sens-assemblage
               MOVE quantite-composant-requise TO quantite-assemblage
               PERFORM ENREGISTRER-ASSEMBLAGE
               PERFORM AFFECTER-RELIQUATS-COMMANDES
           ELSE
               DISPLAY "Avertissement : composant " nomenc-composant
                   " supprimé, non recrédité."
           END-IF.

       PREPARER-VENTE-KIT.
           MOVE "N" TO assemblage-vente-kit
           MOVE 0 TO quantite-kit-assemblable
           PERFORM VERIFIER-PRODUIT-KIT
           IF produit-est-kit
               IF emplacement-est-trouve
                   COMPUTE quantite-disponible-emp =
                       temp-emp-quantite - temp-emp-quantite-reservee
               ELSE
                   MOVE 0 TO quantite-disponible-emp
               END-IF
               IF quantite-disponible-emp < 0
                   MOVE 0 TO quantite-disponible-emp
               END-IF
               IF quantite-vendue > quantite-disponible-emp
                   COMPUTE quantite-a-assembler =
                       quantite-vendue - quantite-disponible-emp
                   MOVE recherche-code TO code-kit
                   MOVE lieu-saisi TO lieu-kit
                   MOVE "V" TO type-assemblage
                   PERFORM CONTROLER-COMPOSANTS-KIT
                   IF composants-sont-suffisants
                       MOVE "O" TO assemblage-vente-kit
                       MOVE quantite-a-assembler TO quantite-kit-assemblable
                       DISPLAY quantite-a-assembler " kit(s) " code-kit
                           " seront assemblé(s) à partir des composants."
                   END-IF
                   MOVE code-kit TO recherche-code
                   MOVE lieu-kit TO lieu-saisi
                   PERFORM RECHERCHER-PRODUIT
                   PERFORM RECHERCHER-STOCK-EMPLACEMENT
               END-IF
           END-IF.

       CALCULER-DISPONIBLE-VENTE.
           PERFORM CALCULER-DISPONIBLE-PRODUIT
           IF emplacement-est-trouve
               COMPUTE quantite-disponible-emp =
                   temp-emp-quantite - temp-emp-quantite-reservee
           ELSE
               MOVE 0 TO temp-emp-quantite
               MOVE 0 TO temp-emp-quantite-reservee
               MOVE 0 TO quantite-disponible-emp
           END-IF
           ADD quantite-kit-assemblable TO quantite-disponible-emp
           ADD quantite-kit-assemblable TO quantite-disponible-produit.

       ASSEMBLER-KIT-VENTE.
           MOVE recherche-code TO code-kit
           MOVE lieu-saisi TO lieu-kit
           MOVE quantite-kit-assemblable TO quantite-a-assembler
           MOVE "V" TO type-assemblage
           PERFORM EXECUTER-ASSEMBLAGE-KIT
           DISPLAY quantite-a-assembler " kit(s) " code-kit
               " assemblé(s) à partir des composants."
           MOVE "N" TO assemblage-vente-kit
           MOVE 0 TO quantite-kit-assemblable
           MOVE code-kit TO recherche-code
           MOVE lieu-kit TO lieu-saisi
           PERFORM RECHERCHER-PRODUIT
           PERFORM RECHERCHER-STOCK-EMPLACEMENT.

       ENREGISTRER-ASSEMBLAGE.
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE type-assemblage TO asm-type
           MOVE code-kit TO asm-kit
           MOVE produit-assemblage TO asm-produit
           MOVE lieu-kit TO asm-lieu
           MOVE sens-assemblage TO asm-sens
           MOVE quantite-assemblage TO asm-quantite
           MOVE horodatage-courant(1:8) TO asm-date
           MOVE horodatage-courant(9:6) TO asm-heure
           MOVE operateur-courant TO asm-operateur
           OPEN EXTEND assemblage-fichier
           IF statut-assemblage-fichier = "35"
               OPEN OUTPUT assemblage-fichier
               CLOSE assemblage-fichier
               OPEN EXTEND assemblage-fichier
           END-IF
           WRITE assemblage-enregistrement
           CLOSE assemblage-fichier.

       RECHERCHER-PRODUIT.
           MOVE "N" TO produit-trouve
           MOVE recherche-code TO produit-code
           READ produit-fichier INTO produit-temporaire
               INVALID KEY
                   MOVE "N" TO produit-trouve
               NOT INVALID KEY
                   MOVE "O" TO produit-trouve
           END-READ.

       RECHERCHER-PRODUIT-CODE-BARRE.
           MOVE "N" TO produit-barre-trouve
           MOVE "N" TO fin-fichier-produit
           MOVE LOW-VALUES TO produit-code
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit OR produit-barre-est-trouve
               READ produit-fichier NEXT RECORD INTO produit-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       IF temp-code-barre = code-barre-saisi
                           MOVE "O" TO produit-barre-trouve
                       END-IF
               END-READ
           END-PERFORM.

       RECHERCHER-PRODUIT-CODE-OU-BARRE.
           MOVE "N" TO produit-trouve
           IF saisie-produit(11:3) = SPACES
               MOVE saisie-produit(1:10) TO recherche-code
               PERFORM RECHERCHER-PRODUIT
           END-IF
           IF NOT produit-est-trouve AND saisie-produit NUMERIC
               MOVE saisie-produit TO code-barre-saisi
               PERFORM RECHERCHER-PRODUIT-CODE-BARRE
               IF produit-barre-est-trouve
                   MOVE temp-code TO recherche-code
                   PERFORM RECHERCHER-PRODUIT
               END-IF
           END-IF.

       CONTROLER-CODE-BARRE.
           MOVE "O" TO code-barre-accepte
           IF code-barre-saisi NOT = SPACES
               IF code-barre-saisi NOT NUMERIC
                   DISPLAY "Erreur : Le code-barres doit comporter 13 chiffres."
                   MOVE "N" TO code-barre-accepte
               ELSE
                   PERFORM RECHERCHER-PRODUIT-CODE-BARRE
                   IF produit-barre-est-trouve AND temp-code NOT = recherche-code
                       DISPLAY "Erreur : Le code-barres " code-barre-saisi
                           " est déjà attribué au produit " temp-code "."
                       MOVE "N" TO code-barre-accepte
                   END-IF
               END-IF
           END-IF.

       RECHERCHER-STOCK-EMPLACEMENT.
           MOVE recherche-code TO emplacement-code-produit
           MOVE lieu-saisi TO emplacement-code-lieu
           READ emplacement-fichier INTO emplacement-temporaire
               INVALID KEY
                   MOVE "N" TO emplacement-trouve
               NOT INVALID KEY
                   MOVE "O" TO emplacement-trouve
           END-READ.

       CALCULER-DISPONIBLE-PRODUIT.
           MOVE 0 TO quantite-reservee-produit
           MOVE temp-code TO emplacement-code-produit
           MOVE LOW-VALUES TO emplacement-code-lieu
           MOVE "N" TO fin-fichier-emplacement
           START emplacement-fichier KEY IS NOT LESS THAN emplacement-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-emplacement
           END-START
           PERFORM UNTIL fin-de-fichier-emplacement
               READ emplacement-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-emplacement
                   NOT AT END
                       IF emplacement-code-produit NOT = temp-code
                           MOVE "O" TO fin-fichier-emplacement
                       ELSE
                           ADD emplacement-quantite-reservee TO quantite-reservee-produit
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE quantite-disponible-produit = temp-quantite - quantite-reservee-produit.

       RECHERCHER-PRODUIT-NOM.
           DISPLAY "Entrez le nom du produit à rechercher (partiel, insensible à la casse) : "
           ACCEPT recherche-nom
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(recherche-nom)) TO recherche-nom-maj
           COMPUTE longueur-recherche-nom = FUNCTION LENGTH(FUNCTION TRIM(recherche-nom))
           MOVE "N" TO fin-fichier-produit
           MOVE LOW-VALUES TO produit-code
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit
               READ produit-fichier NEXT RECORD INTO produit-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       IF longueur-recherche-nom > 0
                           MOVE FUNCTION UPPER-CASE(temp-nom) TO temp-nom-maj
                           MOVE 0 TO compteur-correspondance
                           INSPECT temp-nom-maj TALLYING compteur-correspondance
                               FOR ALL recherche-nom-maj(1:longueur-recherche-nom)
                           IF compteur-correspondance > 0
                               DISPLAY "Produit trouvé : " temp-nom ", Code : " temp-code
                                   ", Classe : " temp-classe-abc
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Fin de la recherche.".

       GENERER-RAPPORT.
           DISPLAY "Rapport d'inventaire :"
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           OPEN OUTPUT etat-stock-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           MOVE "N" TO fin-fichier-produit
           MOVE LOW-VALUES TO produit-code
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit
               READ produit-fichier NEXT RECORD INTO produit-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       IF temp-seuil-reappro > 0
                           MOVE temp-seuil-reappro TO seuil-applique
                       ELSE
                           MOVE seuil-reapprovisionnement TO seuil-applique
                       END-IF
                       PERFORM CALCULER-DISPONIBLE-PRODUIT
                       IF quantite-disponible-produit < seuil-applique
                           MOVE quantite-reservee-produit TO quantite-reservee-affichee
                           DISPLAY "Produit : " temp-nom ", Code : " temp-code ", Quantité totale : " temp-quantite
                               ", Réservée : " quantite-reservee-affichee
                               ", Seuil : " seuil-applique
                               ", Classe : " temp-classe-abc
                           MOVE SPACES TO ligne-etat
                           STRING "PRODUIT " temp-code " " temp-nom
                               " QUANTITE " temp-quantite
                               " RESERVEE " quantite-reservee-affichee
                               " SEUIL " seuil-applique
                               " CLASSE " temp-classe-abc
                               DELIMITED BY SIZE INTO ligne-etat
                           PERFORM ECRIRE-LIGNE-ETAT-STOCK
                           ADD 1 TO nombre-lignes-etat
                           ADD 1 TO compte-page-etat
                           PERFORM AFFICHER-STOCK-PAR-EMPLACEMENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-STOCK
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : " nombre-lignes-etat
               " PRODUIT(S) SOUS LE SEUIL"
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-stock-ligne FROM ligne-etat
           CLOSE etat-stock-fichier
           DISPLAY "État imprimable écrit dans etat-stock.dat.".

       AFFICHER-STOCK-PAR-EMPLACEMENT.
           MOVE temp-code TO emplacement-code-produit
           MOVE LOW-VALUES TO emplacement-code-lieu
           MOVE "N" TO fin-fichier-emplacement
           START emplacement-fichier KEY IS NOT LESS THAN emplacement-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-emplacement
           END-START
           PERFORM UNTIL fin-de-fichier-emplacement
               READ emplacement-fichier NEXT RECORD INTO emplacement-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-emplacement
                   NOT AT END
                       IF temp-emp-code-produit NOT = temp-code
                           MOVE "O" TO fin-fichier-emplacement
                       ELSE
                           DISPLAY "    Emplacement : " temp-emp-code-lieu ", Quantité : " temp-emp-quantite
                               ", Réservée : " temp-emp-quantite-reservee
                           MOVE SPACES TO ligne-etat
                           STRING "    EMPLACEMENT " temp-emp-code-lieu
                               " QUANTITE " temp-emp-quantite
                               " RESERVEE " temp-emp-quantite-reservee
                               DELIMITED BY SIZE INTO ligne-etat
                           PERFORM ECRIRE-LIGNE-ETAT-STOCK
                       END-IF
               END-READ
           END-PERFORM.

       INITIALISER-COMPTEURS-ETAT.
           MOVE 0 TO numero-page-etat
           MOVE 0 TO total-page-etat
           MOVE 0 TO total-general-etat
           MOVE 0 TO compte-page-etat
           MOVE 0 TO nombre-lignes-etat
           MOVE lignes-par-page-etat TO compteur-lignes-etat.

       ECRIRE-LIGNE-ETAT-STOCK.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-STOCK
               PERFORM ECRIRE-ENTETE-ETAT-STOCK
           END-IF
           WRITE etat-stock-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-STOCK.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "ETAT DES STOCKS SOUS SEUIL - EDITE LE "
               horodatage-courant(1:8) " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-stock-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-stock-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-STOCK.
           IF numero-page-etat > 0
               MOVE SPACES TO ligne-etat
               STRING "TOTAL PAGE : " compte-page-etat
                   " PRODUIT(S) SOUS LE SEUIL"
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-stock-ligne FROM ligne-etat
               MOVE 0 TO compte-page-etat
           END-IF.

       CLOTURER-PERIODE.
           DISPLAY "Clôture de la période en cours..."
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE 0 TO valeur-totale-inventaire
           MOVE 0 TO valeur-totale-cout
           PERFORM DETERMINER-DERNIERE-CLOTURE
           PERFORM CALCULER-VENTES-PERIODE
           MOVE "N" TO fin-fichier-produit
           MOVE LOW-VALUES TO produit-code
           OPEN EXTEND cloture-fichier
           IF statut-cloture-fichier = "35"
               OPEN OUTPUT cloture-fichier
               CLOSE cloture-fichier
               OPEN EXTEND cloture-fichier
           END-IF
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit
               READ produit-fichier NEXT RECORD INTO produit-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       PERFORM ENREGISTRER-LIGNE-CLOTURE
               END-READ
           END-PERFORM
           PERFORM ENREGISTRER-LIGNES-EMPLACEMENT-CLOTURE
           PERFORM ENREGISTRER-LIGNES-LOTS-CLOTURE
           PERFORM ENREGISTRER-LIGNE-TOTAL-CLOTURE
           CLOSE cloture-fichier
           DISPLAY "Valeur totale de l'inventaire clôturé (prix de vente) : " valeur-totale-inventaire
           DISPLAY "Valeur totale de l'inventaire clôturé (coût moyen) : " valeur-totale-cout
           DISPLAY "Total des ventes de la période clôturée : " total-ventes-periode
           DISPLAY "Période clôturée, snapshot et total des ventes enregistrés dans cloture.dat.".

       DETERMINER-DERNIERE-CLOTURE.
           MOVE LOW-VALUES TO date-derniere-cloture
           MOVE LOW-VALUES TO heure-derniere-cloture
           MOVE "N" TO fin-fichier-cloture
           OPEN INPUT cloture-fichier
           IF statut-cloture-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-cloture
                   READ cloture-fichier INTO cloture-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-cloture
                       NOT AT END
                           IF cloture-type = "T" AND
                               (cloture-date > date-derniere-cloture OR
                               (cloture-date = date-derniere-cloture AND
                                cloture-heure > heure-derniere-cloture))
                               MOVE cloture-date TO date-derniere-cloture
                               MOVE cloture-heure TO heure-derniere-cloture
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cloture-fichier
           END-IF.

       CALCULER-VENTES-PERIODE.
           MOVE 0 TO total-ventes-periode
           MOVE "N" TO fin-fichier-ventes
           OPEN INPUT vente-fichier
           IF statut-vente-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-ventes
                   READ vente-fichier INTO vente-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ventes
                       NOT AT END
                           IF vente-date > date-derniere-cloture OR
                               (vente-date = date-derniere-cloture AND
                                vente-heure > heure-derniere-cloture)
                               ADD vente-total TO total-ventes-periode
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE vente-fichier
           END-IF
           MOVE 0 TO total-retours-periode
           MOVE "N" TO fin-fichier-retour
           OPEN INPUT retour-fichier
           IF statut-retour-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-retour
                   READ retour-fichier INTO retour-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-retour
                       NOT AT END
                           IF retour-date > date-derniere-cloture OR
                               (retour-date = date-derniere-cloture AND
                                retour-heure > heure-derniere-cloture)
                               ADD retour-montant TO total-retours-periode
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retour-fichier
           END-IF
           IF total-retours-periode > total-ventes-periode
               MOVE 0 TO total-ventes-periode
           ELSE
               SUBTRACT total-retours-periode FROM total-ventes-periode
           END-IF.

       ENREGISTRER-LIGNE-CLOTURE.
           MOVE "D" TO cloture-type
           MOVE horodatage-courant(1:8) TO cloture-date
           MOVE horodatage-courant(9:6) TO cloture-heure
           MOVE temp-code TO cloture-code
           MOVE temp-nom TO cloture-nom
           MOVE temp-quantite TO cloture-quantite
           MOVE temp-prix-unitaire TO cloture-prix-unitaire
           COMPUTE cloture-valeur-stock = temp-quantite * temp-prix-unitaire
           MOVE 0 TO cloture-total-ventes
           MOVE temp-prix-achat TO cloture-prix-achat
           COMPUTE cloture-valeur-cout = temp-quantite * temp-prix-achat
           MOVE SPACES TO cloture-lieu
           MOVE SPACES TO cloture-lot
           MOVE SPACES TO cloture-peremption
           ADD cloture-valeur-stock TO valeur-totale-inventaire
           ADD cloture-valeur-cout TO valeur-totale-cout
           WRITE cloture-enregistrement.

       ENREGISTRER-LIGNE-TOTAL-CLOTURE.
           MOVE "T" TO cloture-type
           MOVE horodatage-courant(1:8) TO cloture-date
           MOVE horodatage-courant(9:6) TO cloture-heure
           MOVE SPACES TO cloture-code
           MOVE SPACES TO cloture-nom
           MOVE 0 TO cloture-quantite
           MOVE 0 TO cloture-prix-unitaire
           MOVE valeur-totale-inventaire TO cloture-valeur-stock
           MOVE total-ventes-periode TO cloture-total-ventes
           MOVE 0 TO cloture-prix-achat
           MOVE valeur-totale-cout TO cloture-valeur-cout
           MOVE SPACES TO cloture-lieu
           MOVE SPACES TO cloture-lot
           MOVE SPACES TO cloture-peremption
           WRITE cloture-enregistrement.

       ENREGISTRER-LIGNES-LOTS-CLOTURE.
           MOVE LOW-VALUES TO lot-stock-cle
           MOVE "N" TO fin-fichier-lot-stock
           START lot-stock-fichier KEY IS NOT LESS THAN lot-stock-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-lot-stock
           END-START
           PERFORM UNTIL fin-de-fichier-lot-stock
               READ lot-stock-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-lot-stock
                   NOT AT END
                       MOVE "N" TO cloture-type
                       MOVE horodatage-courant(1:8) TO cloture-date
                       MOVE horodatage-courant(9:6) TO cloture-heure
                       MOVE lot-stock-code-produit TO cloture-code
                       MOVE SPACES TO cloture-nom
                       MOVE lot-stock-quantite TO cloture-quantite
                       MOVE 0 TO cloture-prix-unitaire
                       MOVE 0 TO cloture-valeur-stock
                       MOVE 0 TO cloture-total-ventes
                       MOVE 0 TO cloture-prix-achat
                       MOVE 0 TO cloture-valeur-cout
                       MOVE lot-stock-code-lieu TO cloture-lieu
                       MOVE lot-stock-numero TO cloture-lot
                       MOVE lot-stock-peremption TO cloture-peremption
                       WRITE cloture-enregistrement
               END-READ
           END-PERFORM.

       ENREGISTRER-LIGNES-EMPLACEMENT-CLOTURE.
           MOVE LOW-VALUES TO emplacement-cle
           MOVE "N" TO fin-fichier-emplacement
           START emplacement-fichier KEY IS NOT LESS THAN emplacement-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-emplacement
           END-START
           PERFORM UNTIL fin-de-fichier-emplacement
               READ emplacement-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-emplacement
                   NOT AT END
                       MOVE "L" TO cloture-type
                       MOVE horodatage-courant(1:8) TO cloture-date
                       MOVE horodatage-courant(9:6) TO cloture-heure
                       MOVE emplacement-code-produit TO cloture-code
                       MOVE SPACES TO cloture-nom
                       MOVE emplacement-quantite TO cloture-quantite
                       MOVE 0 TO cloture-prix-unitaire
                       MOVE 0 TO cloture-valeur-stock
                       MOVE 0 TO cloture-total-ventes
                       MOVE 0 TO cloture-prix-achat
                       MOVE 0 TO cloture-valeur-cout
                       MOVE emplacement-code-lieu TO cloture-lieu
                       MOVE SPACES TO cloture-lot
                       MOVE SPACES TO cloture-peremption
                       WRITE cloture-enregistrement
               END-READ
           END-PERFORM.

       EXPORTER-COMPTA.
           DISPLAY "Entrez la date de début de la période (AAAAMMJJ) : "
           ACCEPT date-export-debut
           DISPLAY "Entrez la date de fin de la période (AAAAMMJJ) : "
           ACCEPT date-export-fin
           IF date-export-debut NUMERIC AND date-export-fin NUMERIC
               PERFORM EXECUTER-EXPORT-COMPTA
           ELSE
               DISPLAY "Erreur : Les dates doivent être au format AAAAMMJJ."
           END-IF.

       EXECUTER-EXPORT-COMPTA.
           DISPLAY "Export comptable du " date-export-debut " au " date-export-fin "..."
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE 0 TO nb-export-ventes
           MOVE 0 TO nb-export-retours
           MOVE 0 TO nb-export-clotures
           MOVE 0 TO somme-export-ventes
           MOVE 0 TO somme-export-valeur-stock
           MOVE 0 TO somme-export-valeur-cout
           MOVE 0 TO somme-export-ventes-ht
           MOVE 0 TO somme-export-ventes-tva
           MOVE 0 TO somme-export-retours-ht
           MOVE 0 TO somme-export-retours-tva
           MOVE 0 TO nb-export-demarques
           MOVE 0 TO somme-export-demarques
           MOVE 0 TO somme-export-avoirs
           OPEN OUTPUT export-fichier
           PERFORM ECRIRE-ENTETE-EXPORT
           PERFORM EXPORTER-VENTES
           PERFORM EXPORTER-RETOURS
           PERFORM EXPORTER-DEMARQUES
           PERFORM EXPORTER-CLOTURES
           PERFORM ECRIRE-PIED-EXPORT
           CLOSE export-fichier
           DISPLAY "Export terminé : " nb-export-ventes " vente(s), "
               nb-export-retours " retour(s), " nb-export-demarques
               " démarque(s), " nb-export-clotures
               " clôture(s) dans export-compta.dat.".

       ECRIRE-ENTETE-EXPORT.
           MOVE SPACES TO export-ligne
           STRING "E;" horodatage-courant(1:8) ";"
               date-export-debut ";" date-export-fin
               DELIMITED BY SIZE INTO export-ligne
           WRITE export-ligne.

       EXPORTER-VENTES.
           MOVE "N" TO fin-fichier-ventes
           OPEN INPUT vente-fichier
           IF statut-vente-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-ventes
                   READ vente-fichier INTO vente-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ventes
                       NOT AT END
                           IF vente-date >= date-export-debut AND
                               vente-date <= date-export-fin
                               PERFORM ECRIRE-VENTE-EXPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE vente-fichier
           END-IF.

       ECRIRE-VENTE-EXPORT.
           PERFORM COMPLETER-TVA-VENTE
           MOVE vente-total TO montant-edite
           MOVE vente-montant-ht TO montant-ht-edite
           MOVE vente-montant-tva TO montant-tva-edite
           MOVE SPACES TO export-ligne
           STRING "V;" vente-code ";" vente-date ";" vente-heure ";"
               vente-quantite ";" montant-edite ";"
               montant-ht-edite ";" vente-code-tva ";" montant-tva-edite
               DELIMITED BY SIZE INTO export-ligne
           WRITE export-ligne
           ADD vente-total TO somme-export-ventes
           ADD vente-montant-ht TO somme-export-ventes-ht
           ADD vente-montant-tva TO somme-export-ventes-tva
           ADD 1 TO nb-export-ventes.

       EXPORTER-RETOURS.
           MOVE "N" TO fin-fichier-retour
           OPEN INPUT retour-fichier
           IF statut-retour-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-retour
                   READ retour-fichier INTO retour-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-retour
                       NOT AT END
                           IF retour-date >= date-export-debut AND
                               retour-date <= date-export-fin
                               PERFORM ECRIRE-RETOUR-EXPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retour-fichier
           END-IF.

       ECRIRE-RETOUR-EXPORT.
           PERFORM COMPLETER-TVA-RETOUR
           MOVE retour-montant TO montant-edite
           MOVE retour-montant-ht TO montant-ht-edite
           MOVE retour-montant-tva TO montant-tva-edite
           MOVE SPACES TO export-ligne
           STRING "R;" retour-code ";" retour-date ";" retour-heure ";"
               retour-quantite ";" montant-edite ";"
               montant-ht-edite ";" retour-code-tva ";" montant-tva-edite
               DELIMITED BY SIZE INTO export-ligne
           WRITE export-ligne
           ADD retour-montant-ht TO somme-export-retours-ht
           ADD retour-montant-tva TO somme-export-retours-tva
           ADD 1 TO nb-export-retours.

       EXPORTER-DEMARQUES.
           MOVE "N" TO fin-fichier-demarque
           OPEN INPUT demarque-fichier
           IF statut-demarque-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-demarque
                   READ demarque-fichier INTO demarque-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-demarque
                       NOT AT END
                           IF demarque-date >= date-export-debut AND
                               demarque-date <= date-export-fin
                               PERFORM ECRIRE-DEMARQUE-EXPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE demarque-fichier
           END-IF.

       ECRIRE-DEMARQUE-EXPORT.
           MOVE demarque-valeur TO valeur-demarque-editee
           MOVE demarque-avoir-attendu TO montant-edite
           MOVE SPACES TO export-ligne
           STRING "D;" demarque-code ";" demarque-date ";" demarque-heure ";"
               demarque-quantite ";" demarque-motif ";"
               valeur-demarque-editee ";" demarque-fournisseur ";"
               montant-edite
               DELIMITED BY SIZE INTO export-ligne
           WRITE export-ligne
           ADD demarque-valeur TO somme-export-demarques
           ADD demarque-avoir-attendu TO somme-export-avoirs
           ADD 1 TO nb-export-demarques.

       EXPORTER-CLOTURES.
           MOVE "N" TO fin-fichier-cloture
           OPEN INPUT cloture-fichier
           IF statut-cloture-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-cloture
                   READ cloture-fichier INTO cloture-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-cloture
                       NOT AT END
                           IF cloture-type = "T" AND
                               cloture-date >= date-export-debut AND
                               cloture-date <= date-export-fin
                               PERFORM ECRIRE-CLOTURE-EXPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cloture-fichier
           END-IF.

       ECRIRE-CLOTURE-EXPORT.
           MOVE cloture-valeur-stock TO valeur-stock-editee
           MOVE cloture-total-ventes TO total-ventes-edite
           MOVE cloture-valeur-cout TO valeur-cout-editee
           MOVE SPACES TO export-ligne
           STRING "C;" cloture-date ";" cloture-heure ";"
               valeur-stock-editee ";" total-ventes-edite ";"
               valeur-cout-editee
               DELIMITED BY SIZE INTO export-ligne
           WRITE export-ligne
           ADD cloture-valeur-stock TO somme-export-valeur-stock
           ADD cloture-valeur-cout TO somme-export-valeur-cout
           ADD 1 TO nb-export-clotures.

       ECRIRE-PIED-EXPORT.
           MOVE somme-export-ventes TO somme-ventes-editee
           MOVE somme-export-valeur-stock TO somme-stock-editee
           MOVE somme-export-valeur-cout TO somme-cout-editee
           MOVE SPACES TO export-ligne
           STRING "T;" nb-export-ventes ";" nb-export-retours ";"
               nb-export-clotures ";" somme-ventes-editee ";"
               somme-stock-editee ";" somme-cout-editee
               DELIMITED BY SIZE INTO export-ligne
           WRITE export-ligne
           MOVE somme-export-ventes-ht TO somme-ht-editee
           MOVE somme-export-ventes-tva TO somme-tva-editee
           MOVE somme-export-retours-ht TO somme-retours-ht-editee
           MOVE somme-export-retours-tva TO somme-retours-tva-editee
           MOVE SPACES TO export-ligne
           STRING "K;" nb-export-ventes ";" somme-ht-editee ";"
               somme-tva-editee ";" nb-export-retours ";"
               somme-retours-ht-editee ";" somme-retours-tva-editee
               DELIMITED BY SIZE INTO export-ligne
           WRITE export-ligne
           MOVE somme-export-demarques TO somme-demarques-editee
           MOVE somme-export-avoirs TO somme-avoirs-editee
           MOVE SPACES TO export-ligne
           STRING "M;" nb-export-demarques ";" somme-demarques-editee ";"
               somme-avoirs-editee
               DELIMITED BY SIZE INTO export-ligne
           WRITE export-ligne.

       GENERER-SUGGESTIONS-COMMANDE.
           DISPLAY "Génération des suggestions de commande..."
           MOVE 0 TO nombre-suggestions
           PERFORM DETERMINER-DERNIERE-CLOTURE
           PERFORM INITIALISER-CUMUL-CONTROLE
           PERFORM CHARGER-VENTES-CONTROLE
           PERFORM CHARGER-CONSOMMATIONS-KIT-CONTROLE
           PERFORM CHARGER-RETOURS-CONTROLE
           PERFORM PREPARER-MEILLEURS-PRIX
           IF date-derniere-cloture = LOW-VALUES
               MOVE jours-ventes-defaut TO jours-depuis-cloture
           ELSE
               MOVE date-derniere-cloture TO date-debut-numerique
               MOVE date-jour-catalogue TO date-fin-numerique
               COMPUTE jours-depuis-cloture =
                   FUNCTION INTEGER-OF-DATE(date-fin-numerique)
                   - FUNCTION INTEGER-OF-DATE(date-debut-numerique)
               IF jours-depuis-cloture = 0
                   MOVE 1 TO jours-depuis-cloture
               END-IF
           END-IF
           OPEN OUTPUT suggestion-fichier
           MOVE "N" TO fin-fichier-produit
           MOVE LOW-VALUES TO produit-code
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit
               READ produit-fichier NEXT RECORD INTO produit-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       PERFORM EVALUER-SUGGESTION-PRODUIT
               END-READ
           END-PERFORM
           CLOSE suggestion-fichier
           CLOSE ctl-fichier
           CLOSE meilleur-prix-fichier
           DISPLAY "Suggestions générées : " nombre-suggestions
               ", fichier suggestions.dat à remettre aux achats.".

       EVALUER-SUGGESTION-PRODUIT.
           MOVE temp-code TO recherche-code
           PERFORM VERIFIER-PRODUIT-KIT
           IF NOT produit-est-kit
               PERFORM EVALUER-SUGGESTION-ACHAT
           END-IF.

       EVALUER-SUGGESTION-ACHAT.
           IF temp-seuil-reappro > 0
               MOVE temp-seuil-reappro TO seuil-applique
           ELSE
               MOVE seuil-reapprovisionnement TO seuil-applique
           END-IF
           MOVE 0 TO ventes-recentes
           MOVE temp-code TO code-controle
           PERFORM CHERCHER-LIGNE-CONTROLE
           IF ligne-controle-presente
               COMPUTE ventes-recentes = ctl-ventes - ctl-retours
               IF ventes-recentes < 0
                   MOVE 0 TO ventes-recentes
               END-IF
           END-IF
           PERFORM CALCULER-DISPONIBLE-PRODUIT
           PERFORM DETERMINER-FOURNISSEUR-SUGGERE
           COMPUTE quantite-projetee =
               quantite-disponible-produit - ventes-recentes - demande-delai
           IF quantite-disponible-produit <= seuil-applique OR
               quantite-projetee <= seuil-applique
               COMPUTE quantite-suggeree =
                   seuil-applique + ventes-recentes + demande-delai
                   - quantite-disponible-produit
               IF quantite-suggeree < temp-qte-reappro
                   MOVE temp-qte-reappro TO quantite-suggeree
               END-IF
               IF quantite-suggeree > 0
                   PERFORM ARRONDIR-QUANTITE-SUGGEREE
                   MOVE date-jour-catalogue TO date-livraison-numerique
                   COMPUTE date-livraison-numerique = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(date-livraison-numerique)
                        + delai-suggere)
                   MOVE temp-code TO suggestion-code
                   MOVE temp-nom TO suggestion-nom
                   MOVE quantite-suggeree TO suggestion-quantite
                   MOVE fournisseur-suggere TO suggestion-fournisseur
                   MOVE reference-suggeree TO suggestion-reference
                   MOVE prix-suggere TO suggestion-prix-achat
                   MOVE delai-suggere TO suggestion-delai
                   MOVE date-livraison-numerique TO suggestion-date-livraison
                   WRITE suggestion-enregistrement
                   ADD 1 TO nombre-suggestions
                   MOVE prix-suggere TO prix-catalogue-edite
                   DISPLAY "Suggestion : " temp-code " " temp-nom
                       ", quantité : " quantite-suggeree
                       ", fournisseur : " fournisseur-suggere
                       ", prix : " prix-catalogue-edite
                       ", livraison prévue : " suggestion-date-livraison
               END-IF
           END-IF.

       CONTROLER-COHERENCE-STOCKS.
           DISPLAY "Contrôle de cohérence des stocks en cours..."
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE 0 TO nombre-anomalies
           PERFORM DETERMINER-DERNIERE-CLOTURE
           PERFORM INITIALISER-CUMUL-CONTROLE
           PERFORM CHARGER-CLOTURE-CONTROLE
           PERFORM CHARGER-RECEPTIONS-CONTROLE
           PERFORM CHARGER-VENTES-CONTROLE
           PERFORM CHARGER-RETOURS-CONTROLE
           PERFORM CHARGER-AJUSTEMENTS-CONTROLE
           PERFORM CHARGER-DEMARQUES-CONTROLE
           PERFORM CHARGER-ASSEMBLAGES-CONTROLE
           OPEN OUTPUT ecart-fichier
           MOVE "N" TO fin-fichier-produit
           MOVE LOW-VALUES TO produit-code
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit
               READ produit-fichier NEXT RECORD INTO produit-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       PERFORM CONTROLER-PRODUIT
               END-READ
           END-PERFORM
           CLOSE ecart-fichier
           CLOSE ctl-fichier
           IF nombre-anomalies = 0
               DISPLAY "Contrôle terminé : aucune anomalie détectée."
           ELSE
               DISPLAY "Contrôle terminé : " nombre-anomalies
                   " anomalie(s) détectée(s), détail dans ecarts-stock.dat."
               IF code-retour-etape < 4
                   MOVE 4 TO code-retour-etape
               END-IF
           END-IF.

       INITIALISER-CUMUL-CONTROLE.
           OPEN OUTPUT ctl-fichier
           CLOSE ctl-fichier
           OPEN I-O ctl-fichier.

       CHERCHER-LIGNE-CONTROLE.
           MOVE "N" TO ligne-controle-trouvee
           MOVE code-controle TO ctl-code
           READ ctl-fichier
               INVALID KEY
                   MOVE "N" TO ligne-controle-trouvee
               NOT INVALID KEY
                   MOVE "O" TO ligne-controle-trouvee
           END-READ.

       CHERCHER-CREER-LIGNE-CONTROLE.
           PERFORM CHERCHER-LIGNE-CONTROLE
           IF NOT ligne-controle-presente
               MOVE code-controle TO ctl-code
               MOVE "N" TO ctl-cloture-presente
               MOVE 0 TO ctl-cloture-quantite
               MOVE 0 TO ctl-receptions
               MOVE 0 TO ctl-ventes
               MOVE 0 TO ctl-retours
               MOVE 0 TO ctl-ajustements
               MOVE 0 TO ctl-demarques
               MOVE 0 TO ctl-assemblages
               WRITE ctl-enregistrement
                   INVALID KEY
                       DISPLAY "Erreur : impossible de créer la ligne de cumul pour " code-controle
                   NOT INVALID KEY
                       MOVE "O" TO ligne-controle-trouvee
               END-WRITE
           END-IF.

       CHARGER-CLOTURE-CONTROLE.
           IF date-derniere-cloture NOT = LOW-VALUES
               MOVE "N" TO fin-fichier-cloture
               OPEN INPUT cloture-fichier
               IF statut-cloture-fichier NOT = "35"
                   PERFORM UNTIL fin-de-fichier-cloture
                       READ cloture-fichier INTO cloture-enregistrement
                           AT END
                               MOVE "O" TO fin-fichier-cloture
                           NOT AT END
                               IF cloture-type = "D" AND
                                   cloture-date = date-derniere-cloture AND
                                   (cloture-heure = heure-derniere-cloture OR
                                    cloture-heure = SPACES OR cloture-heure = ZERO)
                                   MOVE cloture-code TO code-controle
                                   PERFORM CHERCHER-CREER-LIGNE-CONTROLE
                                   IF ligne-controle-presente
                                       MOVE cloture-quantite
                                           TO ctl-cloture-quantite
                                       MOVE "O" TO ctl-cloture-presente
                                       REWRITE ctl-enregistrement
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE cloture-fichier
               END-IF
           END-IF.

       CHARGER-RECEPTIONS-CONTROLE.
           MOVE "N" TO fin-fichier-reception
           OPEN INPUT reception-fichier
           IF statut-reception-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-reception
                   READ reception-fichier INTO reception-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-reception
                       NOT AT END
                           IF reception-date > date-derniere-cloture OR
                               (reception-date = date-derniere-cloture AND
                                reception-heure > heure-derniere-cloture)
                               MOVE reception-code TO code-controle
                               PERFORM CHERCHER-CREER-LIGNE-CONTROLE
                               IF ligne-controle-presente
                                   ADD reception-quantite TO ctl-receptions
                                   REWRITE ctl-enregistrement
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reception-fichier
           END-IF.

       CHARGER-VENTES-CONTROLE.
           MOVE "N" TO fin-fichier-ventes
           OPEN INPUT vente-fichier
           IF statut-vente-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-ventes
                   READ vente-fichier INTO vente-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ventes
                       NOT AT END
                           IF vente-date > date-derniere-cloture OR
                               (vente-date = date-derniere-cloture AND
                                vente-heure > heure-derniere-cloture)
                               MOVE vente-code TO code-controle
                               PERFORM CHERCHER-CREER-LIGNE-CONTROLE
                               IF ligne-controle-presente
                                   ADD vente-quantite TO ctl-ventes
                                   REWRITE ctl-enregistrement
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE vente-fichier
           END-IF.

       CHARGER-RETOURS-CONTROLE.
           MOVE "N" TO fin-fichier-retour
           OPEN INPUT retour-fichier
           IF statut-retour-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-retour
                   READ retour-fichier INTO retour-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-retour
                       NOT AT END
                           IF retour-date > date-derniere-cloture OR
                               (retour-date = date-derniere-cloture AND
                                retour-heure > heure-derniere-cloture)
                               MOVE retour-code TO code-controle
                               PERFORM CHERCHER-CREER-LIGNE-CONTROLE
                               IF ligne-controle-presente
                                   ADD retour-quantite TO ctl-retours
                                   REWRITE ctl-enregistrement
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retour-fichier
           END-IF.

       CHARGER-AJUSTEMENTS-CONTROLE.
           MOVE "N" TO fin-fichier-ajustement
           OPEN INPUT ajustement-fichier
           IF statut-ajustement-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-ajustement
                   READ ajustement-fichier INTO ajustement-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ajustement
                       NOT AT END
                           IF ajustement-date > date-derniere-cloture OR
                               (ajustement-date = date-derniere-cloture AND
                                ajustement-heure > heure-derniere-cloture)
                               MOVE ajustement-code TO code-controle
                               PERFORM CHERCHER-CREER-LIGNE-CONTROLE
                               IF ligne-controle-presente
                                   ADD ajustement-ecart TO ctl-ajustements
                                   REWRITE ctl-enregistrement
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ajustement-fichier
           END-IF.

       CHARGER-DEMARQUES-CONTROLE.
           MOVE "N" TO fin-fichier-demarque
           OPEN INPUT demarque-fichier
           IF statut-demarque-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-demarque
                   READ demarque-fichier INTO demarque-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-demarque
                       NOT AT END
                           IF demarque-date > date-derniere-cloture OR
                               (demarque-date = date-derniere-cloture AND
                                demarque-heure > heure-derniere-cloture)
                               MOVE demarque-code TO code-controle
                               PERFORM CHERCHER-CREER-LIGNE-CONTROLE
                               IF ligne-controle-presente
                                   ADD demarque-quantite TO ctl-demarques
                                   REWRITE ctl-enregistrement
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE demarque-fichier
           END-IF.

       CHARGER-CONSOMMATIONS-KIT-CONTROLE.
           MOVE "N" TO fin-fichier-assemblage
           OPEN INPUT assemblage-fichier
           IF statut-assemblage-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-assemblage
                   READ assemblage-fichier INTO assemblage-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-assemblage
                       NOT AT END
                           IF (asm-type = "V" OR asm-type = "A") AND asm-sens = "S"
                               AND (asm-date > date-derniere-cloture OR
                               (asm-date = date-derniere-cloture AND
                                asm-heure > heure-derniere-cloture))
                               MOVE asm-produit TO code-controle
                               PERFORM CHERCHER-CREER-LIGNE-CONTROLE
                               IF ligne-controle-presente
                                   ADD asm-quantite TO ctl-ventes
                                   REWRITE ctl-enregistrement
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE assemblage-fichier
           END-IF.

       CHARGER-ASSEMBLAGES-CONTROLE.
           MOVE "N" TO fin-fichier-assemblage
           OPEN INPUT assemblage-fichier
           IF statut-assemblage-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-assemblage
                   READ assemblage-fichier INTO assemblage-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-assemblage
                       NOT AT END
                           IF asm-date > date-derniere-cloture OR
                               (asm-date = date-derniere-cloture AND
                                asm-heure > heure-derniere-cloture)
                               MOVE asm-produit TO code-controle
                               PERFORM CHERCHER-CREER-LIGNE-CONTROLE
                               IF ligne-controle-presente
                                   IF asm-sens = "E"
                                       ADD asm-quantite TO ctl-assemblages
                                   ELSE
                                       SUBTRACT asm-quantite FROM ctl-assemblages
                                   END-IF
                                   REWRITE ctl-enregistrement
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE assemblage-fichier
           END-IF.

       CONTROLER-PRODUIT.
           PERFORM CALCULER-SOMME-EMPLACEMENTS
           IF somme-emplacements NOT = temp-quantite
               MOVE "E" TO type-anomalie
               MOVE somme-emplacements TO quantite-calculee-controle
               PERFORM ENREGISTRER-ANOMALIE
           END-IF
           MOVE temp-code TO code-controle
           PERFORM CHERCHER-LIGNE-CONTROLE
           IF ligne-controle-presente
               IF ctl-cloture-presente = "O"
                   COMPUTE quantite-attendue =
                       ctl-cloture-quantite
                       + ctl-receptions
                       - ctl-ventes
                       + ctl-retours
                       + ctl-ajustements
                       - ctl-demarques
                       + ctl-assemblages
                   IF quantite-attendue NOT = temp-quantite
                       MOVE "M" TO type-anomalie
                       MOVE quantite-attendue TO quantite-calculee-controle
                       PERFORM ENREGISTRER-ANOMALIE
                   END-IF
               END-IF
           END-IF.

       CALCULER-SOMME-EMPLACEMENTS.
           MOVE 0 TO somme-emplacements
           MOVE temp-code TO emplacement-code-produit
           MOVE LOW-VALUES TO emplacement-code-lieu
           MOVE "N" TO fin-fichier-emplacement
           START emplacement-fichier KEY IS NOT LESS THAN emplacement-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-emplacement
           END-START
           PERFORM UNTIL fin-de-fichier-emplacement
               READ emplacement-fichier NEXT RECORD INTO emplacement-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-emplacement
                   NOT AT END
                       IF temp-emp-code-produit NOT = temp-code
                           MOVE "O" TO fin-fichier-emplacement
                       ELSE
                           ADD temp-emp-quantite TO somme-emplacements
                       END-IF
               END-READ
           END-PERFORM.

       ENREGISTRER-ANOMALIE.
           MOVE temp-code TO ecart-code
           MOVE type-anomalie TO ecart-type
           MOVE temp-quantite TO ecart-quantite-produit
           MOVE quantite-calculee-controle TO ecart-quantite-calculee
           COMPUTE ecart-difference = quantite-calculee-controle - temp-quantite
           MOVE horodatage-courant(1:8) TO ecart-date
           MOVE horodatage-courant(9:6) TO ecart-heure
           WRITE ecart-enregistrement
           ADD 1 TO nombre-anomalies
           IF type-anomalie = "E"
               DISPLAY "Anomalie emplacements : " temp-code
                   ", quantité produit : " temp-quantite
                   ", somme des emplacements : " quantite-calculee-controle
           ELSE
               DISPLAY "Anomalie mouvements : " temp-code
                   ", quantité produit : " temp-quantite
                   ", quantité attendue : " quantite-calculee-controle
           END-IF.

       EXECUTER-MAJ-PRIX-LOT.
           DISPLAY "Exécution de la mise à jour de prix par lot (lot-prix.dat)..."
           MOVE "N" TO fin-fichier-lot
           OPEN INPUT lot-prix-fichier
           IF statut-lot-prix-fichier = "35"
               DISPLAY "Erreur : le fichier lot-prix.dat n'existe pas."
               MOVE 8 TO code-retour-etape
           ELSE
               OPEN EXTEND lot-prix-journal-fichier
               IF statut-lot-prix-journal-fichier = "35"
                   OPEN OUTPUT lot-prix-journal-fichier
                   CLOSE lot-prix-journal-fichier
                   OPEN EXTEND lot-prix-journal-fichier
               END-IF
               PERFORM UNTIL fin-de-fichier-lot
                   READ lot-prix-fichier INTO lot-prix-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-lot
                       NOT AT END
                           PERFORM TRAITER-LIGNE-LOT-PRIX
                   END-READ
               END-PERFORM
               CLOSE lot-prix-fichier
               CLOSE lot-prix-journal-fichier
               DISPLAY "Mise à jour de prix par lot terminée."
           END-IF.

       TRAITER-LIGNE-LOT-PRIX.
           EVALUATE lot-type
               WHEN "P"
                   MOVE lot-cle(1:10) TO recherche-code
                   PERFORM RECHERCHER-PRODUIT
                   IF produit-est-trouve
                       PERFORM APPLIQUER-AJUSTEMENT-PRIX
                   END-IF
               WHEN "C"
                   PERFORM AJUSTER-PRIX-PAR-CATEGORIE
               WHEN OTHER
                   DISPLAY "Ligne de lot-prix.dat invalide, type : " lot-type
           END-EVALUATE.

       AJUSTER-PRIX-PAR-CATEGORIE.
           MOVE "N" TO fin-fichier-produit
           MOVE LOW-VALUES TO produit-code
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit
               READ produit-fichier NEXT RECORD INTO produit-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       IF temp-categorie = lot-cle
                           PERFORM APPLIQUER-AJUSTEMENT-PRIX
                       END-IF
               END-READ
           END-PERFORM.

       APPLIQUER-AJUSTEMENT-PRIX.
           MOVE temp-prix-unitaire TO prix-ancien
           IF lot-mode = "P"
               COMPUTE prix-calcule ROUNDED =
                   prix-ancien + (prix-ancien * lot-valeur / 100)
           ELSE
               COMPUTE prix-calcule ROUNDED = prix-ancien + lot-valeur
           END-IF
           IF prix-calcule < 0 OR prix-calcule > 99999.99
               DISPLAY "Avertissement : ajustement ignoré pour " temp-code
                   ", le prix résultant est hors limites (négatif ou supérieur à 99999.99)."
           ELSE
               MOVE prix-calcule TO temp-prix-unitaire
               REWRITE produit-record FROM produit-temporaire
               MOVE temp-code TO journal-code
               MOVE prix-ancien TO journal-ancien-prix
               MOVE temp-prix-unitaire TO journal-nouveau-prix
               MOVE FUNCTION CURRENT-DATE TO horodatage-courant
               MOVE horodatage-courant(1:8) TO journal-date
               WRITE lot-prix-journal-enregistrement
           END-IF.

       CHERCHER-PROMOTION-PRODUIT.
           MOVE "N" TO promotion-trouvee
           MOVE SPACES TO promo-niveau-retenu
           MOVE temp-prix-unitaire TO prix-vente-normal
           MOVE temp-prix-unitaire TO prix-vente-applique
           MOVE "N" TO fin-fichier-promotion
           OPEN INPUT promotion-fichier
           IF statut-promotion-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-promotion
                   READ promotion-fichier INTO promotion-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-promotion
                       NOT AT END
                           PERFORM EVALUER-LIGNE-PROMOTION
                   END-READ
               END-PERFORM
               CLOSE promotion-fichier
           END-IF.

       EVALUER-LIGNE-PROMOTION.
           IF date-application-promo >= promo-date-debut AND
               date-application-promo <= promo-date-fin
               IF promo-type = "P" AND promo-cle(1:10) = temp-code
                   IF promo-niveau-retenu NOT = "P"
                       PERFORM APPLIQUER-PROMOTION
                       MOVE "P" TO promo-niveau-retenu
                   END-IF
               END-IF
               IF promo-type = "C" AND promo-cle = temp-categorie
                   IF promo-niveau-retenu = SPACES
                       PERFORM APPLIQUER-PROMOTION
                       MOVE "C" TO promo-niveau-retenu
                   END-IF
               END-IF
           END-IF.

       APPLIQUER-PROMOTION.
           IF promo-mode = "P"
               MOVE promo-valeur TO prix-promo-calcule
           ELSE
               COMPUTE prix-promo-calcule ROUNDED =
                   prix-vente-normal
                   - (prix-vente-normal * promo-valeur / 100)
           END-IF
           IF prix-promo-calcule < 0
               MOVE 0 TO prix-promo-calcule
           END-IF
           MOVE prix-promo-calcule TO prix-vente-applique
           MOVE "O" TO promotion-trouvee.

       GENERER-RAPPORT-VENTES-CATEGORIE.
           DISPLAY "Entrez la date du rapport (AAAAMMJJ) : "
           ACCEPT date-rapport-ventes
           IF date-rapport-ventes NUMERIC
               PERFORM EXECUTER-RAPPORT-VENTES-CATEGORIE
           ELSE
               DISPLAY "Erreur : La date doit être au format AAAAMMJJ."
           END-IF.

       EXECUTER-RAPPORT-VENTES-CATEGORIE.
           OPEN OUTPUT categorie-fichier
           CLOSE categorie-fichier
           OPEN I-O categorie-fichier
           MOVE "N" TO fin-fichier-ventes
           OPEN INPUT vente-fichier
           IF statut-vente-fichier = "35"
               DISPLAY "Aucune vente enregistrée pour le moment."
           ELSE
               PERFORM UNTIL fin-de-fichier-ventes
                   READ vente-fichier INTO vente-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ventes
                       NOT AT END
                           IF vente-date = date-rapport-ventes
                               PERFORM CUMULER-VENTE-PAR-CATEGORIE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE vente-fichier
           END-IF
           MOVE "N" TO fin-fichier-retour
           OPEN INPUT retour-fichier
           IF statut-retour-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-retour
                   READ retour-fichier INTO retour-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-retour
                       NOT AT END
                           IF retour-date = date-rapport-ventes
                               PERFORM DEDUIRE-RETOUR-PAR-CATEGORIE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retour-fichier
           END-IF
           DISPLAY "Rapport des ventes par catégorie pour le " date-rapport-ventes " (retours déduits) :"
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           OPEN OUTPUT etat-categorie-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           MOVE LOW-VALUES TO cat-nom
           MOVE "N" TO fin-fichier-categorie
           START categorie-fichier KEY IS NOT LESS THAN cat-nom
               INVALID KEY
                   MOVE "O" TO fin-fichier-categorie
           END-START
           PERFORM UNTIL fin-de-fichier-categorie
               READ categorie-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-categorie
                   NOT AT END
                       PERFORM AFFICHER-CATEGORIE-RAPPORT
               END-READ
           END-PERFORM
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-CATEGORIE
           MOVE total-general-etat TO total-general-edite
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : " nombre-lignes-etat
               " CATEGORIE(S), CHIFFRE D'AFFAIRES " total-general-edite
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-categorie-ligne FROM ligne-etat
           CLOSE etat-categorie-fichier
           CLOSE categorie-fichier
           DISPLAY "État imprimable écrit dans etat-ventes-categorie.dat.".

       AFFICHER-CATEGORIE-RAPPORT.
           DISPLAY "Catégorie : " cat-nom
               ", Unités vendues : " cat-unites-vendues
               ", Chiffre d'affaires : " cat-revenu-total
           MOVE SPACES TO ligne-etat
           STRING "CATEGORIE " cat-nom
               " UNITES " cat-unites-vendues
               " CHIFFRE D'AFFAIRES " cat-revenu-total
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-CATEGORIE
           ADD cat-revenu-total TO total-page-etat
           ADD cat-revenu-total TO total-general-etat
           ADD 1 TO nombre-lignes-etat.

       ECRIRE-LIGNE-ETAT-CATEGORIE.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-CATEGORIE
               PERFORM ECRIRE-ENTETE-ETAT-CATEGORIE
           END-IF
           WRITE etat-categorie-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-CATEGORIE.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "VENTES PAR CATEGORIE DU " date-rapport-ventes
               " (RETOURS DEDUITS) - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-categorie-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-categorie-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-CATEGORIE.
           IF numero-page-etat > 0
               MOVE total-page-etat TO total-page-edite
               MOVE SPACES TO ligne-etat
               STRING "TOTAL PAGE : CHIFFRE D'AFFAIRES " total-page-edite
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-categorie-ligne FROM ligne-etat
               MOVE 0 TO total-page-etat
           END-IF.

       CUMULER-VENTE-PAR-CATEGORIE.
           MOVE vente-categorie TO cat-nom
           READ categorie-fichier
               INVALID KEY
                   MOVE vente-categorie TO cat-nom
                   MOVE vente-quantite TO cat-unites-vendues
                   MOVE vente-total TO cat-revenu-total
                   WRITE categorie-enregistrement
               NOT INVALID KEY
                   ADD vente-quantite TO cat-unites-vendues
                   ADD vente-total TO cat-revenu-total
                   REWRITE categorie-enregistrement
           END-READ.

       DEDUIRE-RETOUR-PAR-CATEGORIE.
           MOVE retour-categorie TO cat-nom
           READ categorie-fichier
               INVALID KEY
                   MOVE retour-categorie TO cat-nom
                   MOVE 0 TO cat-unites-vendues
                   MOVE 0 TO cat-revenu-total
                   WRITE categorie-enregistrement
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF retour-quantite > cat-unites-vendues
               MOVE 0 TO cat-unites-vendues
           ELSE
               SUBTRACT retour-quantite FROM cat-unites-vendues
           END-IF
           IF retour-montant > cat-revenu-total
               MOVE 0 TO cat-revenu-total
           ELSE
               SUBTRACT retour-montant FROM cat-revenu-total
           END-IF
           REWRITE categorie-enregistrement.

       GENERER-RAPPORT-MARGES.
           DISPLAY "Entrez la date de début (AAAAMMJJ) : "
           ACCEPT date-debut-rapport
           DISPLAY "Entrez la date de fin (AAAAMMJJ) : "
           ACCEPT date-fin-rapport
           IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC
               PERFORM EXECUTER-RAPPORT-MARGES
           ELSE
               DISPLAY "Erreur : Les dates doivent être au format AAAAMMJJ."
           END-IF.

       EXECUTER-RAPPORT-MARGES.
           OPEN OUTPUT marge-fichier
           CLOSE marge-fichier
           OPEN I-O marge-fichier
           OPEN OUTPUT marge-cat-fichier
           CLOSE marge-cat-fichier
           OPEN I-O marge-cat-fichier
           MOVE "N" TO fin-fichier-ventes
           OPEN INPUT vente-fichier
           IF statut-vente-fichier = "35"
               DISPLAY "Aucune vente enregistrée pour le moment."
           ELSE
               PERFORM UNTIL fin-de-fichier-ventes
                   READ vente-fichier INTO vente-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ventes
                       NOT AT END
                           IF vente-date >= date-debut-rapport AND
                               vente-date <= date-fin-rapport
                               PERFORM CUMULER-VENTE-MARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE vente-fichier
           END-IF
           MOVE "N" TO fin-fichier-retour
           OPEN INPUT retour-fichier
           IF statut-retour-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-retour
                   READ retour-fichier INTO retour-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-retour
                       NOT AT END
                           IF retour-date >= date-debut-rapport AND
                               retour-date <= date-fin-rapport
                               PERFORM DEDUIRE-RETOUR-MARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retour-fichier
           END-IF
           DISPLAY "Rapport des marges du " date-debut-rapport
               " au " date-fin-rapport " (retours déduits) :"
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           OPEN OUTPUT etat-marge-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           MOVE LOW-VALUES TO marge-code
           MOVE "N" TO fin-fichier-marge
           START marge-fichier KEY IS NOT LESS THAN marge-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-marge
           END-START
           PERFORM UNTIL fin-de-fichier-marge
               READ marge-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-marge
                   NOT AT END
                       PERFORM AFFICHER-MARGE-PRODUIT
               END-READ
           END-PERFORM
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-MARGE
           MOVE total-general-etat TO total-general-edite
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : MARGE " total-general-edite
               " SUR " nombre-lignes-etat " PRODUIT(S)"
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-marge-ligne FROM ligne-etat
           DISPLAY "Marges par catégorie :"
           MOVE SPACES TO ligne-etat
           WRITE etat-marge-ligne FROM ligne-etat
           MOVE "MARGES PAR CATEGORIE :" TO ligne-etat
           WRITE etat-marge-ligne FROM ligne-etat
           MOVE LOW-VALUES TO marge-cat-nom
           MOVE "N" TO fin-fichier-marge-cat
           START marge-cat-fichier KEY IS NOT LESS THAN marge-cat-nom
               INVALID KEY
                   MOVE "O" TO fin-fichier-marge-cat
           END-START
           PERFORM UNTIL fin-de-fichier-marge-cat
               READ marge-cat-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-marge-cat
                   NOT AT END
                       PERFORM AFFICHER-MARGE-CATEGORIE
               END-READ
           END-PERFORM
           CLOSE etat-marge-fichier
           CLOSE marge-fichier
           CLOSE marge-cat-fichier
           DISPLAY "État imprimable écrit dans etat-marges.dat.".

       ECRIRE-LIGNE-ETAT-MARGE.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-MARGE
               PERFORM ECRIRE-ENTETE-ETAT-MARGE
           END-IF
           WRITE etat-marge-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-MARGE.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "MARGES DU " date-debut-rapport " AU " date-fin-rapport
               " (RETOURS DEDUITS) - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-marge-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-marge-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-MARGE.
           IF numero-page-etat > 0
               MOVE total-page-etat TO total-page-edite
               MOVE SPACES TO ligne-etat
               STRING "TOTAL PAGE : MARGE " total-page-edite
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-marge-ligne FROM ligne-etat
               MOVE 0 TO total-page-etat
           END-IF.

       CUMULER-VENTE-MARGE.
           MOVE vente-code TO marge-code
           READ marge-fichier
               INVALID KEY
                   MOVE vente-code TO marge-code
                   MOVE vente-categorie TO marge-categorie
                   MOVE 0 TO marge-quantite
                   MOVE 0 TO marge-revenu
                   MOVE 0 TO marge-remise
                   WRITE marge-enregistrement
               NOT INVALID KEY
                   CONTINUE
           END-READ
           ADD vente-quantite TO marge-quantite
           ADD vente-total TO marge-revenu
           IF vente-prix-normal NUMERIC AND vente-prix-applique NUMERIC
               COMPUTE remise-promotion =
                   (vente-prix-normal - vente-prix-applique)
                   * vente-quantite
               ADD remise-promotion TO marge-remise
           END-IF
           REWRITE marge-enregistrement.

       DEDUIRE-RETOUR-MARGE.
           MOVE retour-code TO marge-code
           READ marge-fichier
               INVALID KEY
                   MOVE retour-code TO marge-code
                   MOVE retour-categorie TO marge-categorie
                   MOVE 0 TO marge-quantite
                   MOVE 0 TO marge-revenu
                   MOVE 0 TO marge-remise
                   WRITE marge-enregistrement
               NOT INVALID KEY
                   CONTINUE
           END-READ
           SUBTRACT retour-quantite FROM marge-quantite
           SUBTRACT retour-montant FROM marge-revenu
           REWRITE marge-enregistrement.

       AFFICHER-MARGE-PRODUIT.
           MOVE marge-code TO recherche-code
           PERFORM RECHERCHER-PRODUIT
           IF produit-est-trouve
               MOVE temp-prix-achat TO prix-achat-utilise
               PERFORM VERIFIER-PRODUIT-KIT
               IF produit-est-kit
                   MOVE marge-code TO code-kit
                   MOVE "N" TO affichage-nomenclature
                   PERFORM CALCULER-COUT-KIT
                   MOVE cout-kit-calcule TO prix-achat-utilise
                   MOVE marge-code TO recherche-code
                   PERFORM RECHERCHER-PRODUIT
               END-IF
           ELSE
               MOVE 0 TO prix-achat-utilise
               MOVE "(produit supprimé)" TO temp-nom
           END-IF
           COMPUTE cout-marchandises =
               marge-quantite * prix-achat-utilise
           COMPUTE marge-calculee =
               marge-revenu - cout-marchandises
           IF marge-revenu NOT = 0
               COMPUTE pourcentage-marge ROUNDED =
                   marge-calculee * 100 / marge-revenu
           ELSE
               MOVE 0 TO pourcentage-marge
           END-IF
           DISPLAY "Produit : " marge-code " " temp-nom
               ", CA : " marge-revenu
               ", coût : " cout-marchandises
               ", marge : " marge-calculee
               ", marge % : " pourcentage-marge
               ", coût promotions : " marge-remise
           MOVE SPACES TO ligne-etat
           STRING "PRODUIT " marge-code " " temp-nom(1:20)
               " CA " marge-revenu
               " COUT " cout-marchandises
               " MARGE " marge-calculee
               " MARGE% " pourcentage-marge
               " PROMO " marge-remise
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-MARGE
           ADD marge-calculee TO total-page-etat
           ADD marge-calculee TO total-general-etat
           ADD 1 TO nombre-lignes-etat
           PERFORM CUMULER-MARGE-CATEGORIE.

       CUMULER-MARGE-CATEGORIE.
           MOVE marge-categorie TO marge-cat-nom
           READ marge-cat-fichier
               INVALID KEY
                   MOVE marge-categorie TO marge-cat-nom
                   MOVE 0 TO marge-cat-revenu
                   MOVE 0 TO marge-cat-cout
                   MOVE 0 TO marge-cat-remise
                   WRITE marge-cat-enregistrement
               NOT INVALID KEY
                   CONTINUE
           END-READ
           ADD marge-revenu TO marge-cat-revenu
           ADD cout-marchandises TO marge-cat-cout
           ADD marge-remise TO marge-cat-remise
           REWRITE marge-cat-enregistrement.

       AFFICHER-MARGE-CATEGORIE.
           COMPUTE marge-calculee =
               marge-cat-revenu - marge-cat-cout
           IF marge-cat-revenu NOT = 0
               COMPUTE pourcentage-marge ROUNDED =
                   marge-calculee * 100 / marge-cat-revenu
           ELSE
               MOVE 0 TO pourcentage-marge
           END-IF
           DISPLAY "Catégorie : " marge-cat-nom
               ", CA : " marge-cat-revenu
               ", coût : " marge-cat-cout
               ", marge : " marge-calculee
               ", marge % : " pourcentage-marge
               ", coût promotions : " marge-cat-remise
           MOVE SPACES TO ligne-etat
           STRING "CATEGORIE " marge-cat-nom
               " CA " marge-cat-revenu
               " COUT " marge-cat-cout
               " MARGE " marge-calculee
               " MARGE% " pourcentage-marge
               " PROMOTIONS " marge-cat-remise
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-marge-ligne FROM ligne-etat.

       SAISIR-ANALYSE-ABC.
           DISPLAY "Entrez la date de début de la période analysée (AAAAMMJJ) : "
           ACCEPT date-debut-rapport
           DISPLAY "Entrez la date de fin de la période analysée (AAAAMMJJ) : "
           ACCEPT date-fin-rapport
           IF date-debut-rapport NUMERIC AND date-fin-rapport NUMERIC AND
               date-debut-rapport <= date-fin-rapport
               DISPLAY "Nombre de jours sans vente pour le stock dormant (vide = "
                   jours-sans-vente-seuil ") : "
               ACCEPT seuil-saisi
               IF seuil-saisi NUMERIC
                   MOVE seuil-saisi TO jours-sans-vente-seuil
               END-IF
               DISPLAY "Nombre de jours de couverture maximum (vide = "
                   jours-couverture-seuil ") : "
               ACCEPT seuil-saisi
               IF seuil-saisi NUMERIC
                   MOVE seuil-saisi TO jours-couverture-seuil
               END-IF
               PERFORM EXECUTER-ANALYSE-ABC
           ELSE
               DISPLAY "Erreur : Les dates doivent être au format AAAAMMJJ."
           END-IF.

       EXECUTER-ANALYSE-ABC.
           MOVE date-debut-rapport TO date-debut-numerique
           MOVE date-fin-rapport TO date-fin-numerique
           COMPUTE nombre-jours-periode =
               FUNCTION INTEGER-OF-DATE(date-fin-numerique)
               - FUNCTION INTEGER-OF-DATE(date-debut-numerique) + 1
           COMPUTE date-fin-numerique = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(date-fin-numerique)
                - jours-sans-vente-seuil)
           MOVE date-fin-numerique TO date-limite-vente
           OPEN OUTPUT abc-fichier
           CLOSE abc-fichier
           OPEN I-O abc-fichier
           OPEN OUTPUT classement-fichier
           CLOSE classement-fichier
           OPEN I-O classement-fichier
           OPEN OUTPUT dormant-fichier
           CLOSE dormant-fichier
           OPEN I-O dormant-fichier
           PERFORM INITIALISER-CUMULS-ABC
           PERFORM CUMULER-VENTES-ABC
           PERFORM DEDUIRE-RETOURS-ABC
           PERFORM CALCULER-MARGES-ABC
           PERFORM CUMULER-CONSOMMATIONS-KIT-ABC
           PERFORM CLASSER-MARGES-ABC
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           PERFORM CLASSER-PRODUITS-ABC
           PERFORM SELECTIONNER-STOCK-DORMANT
           PERFORM EDITER-STOCK-DORMANT
           CLOSE abc-fichier
           CLOSE classement-fichier
           CLOSE dormant-fichier.

       INITIALISER-CUMULS-ABC.
           MOVE LOW-VALUES TO produit-code
           MOVE "N" TO fin-fichier-produit
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit
               READ produit-fichier NEXT RECORD INTO produit-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       MOVE temp-code TO abc-code
                       MOVE temp-categorie TO abc-categorie
                       MOVE 0 TO abc-quantite
                       MOVE 0 TO abc-ca
                       MOVE 0 TO abc-marge
                       MOVE SPACES TO abc-derniere-vente
                       MOVE 0 TO abc-rang-marge
                       WRITE abc-enregistrement
               END-READ
           END-PERFORM.

       CUMULER-VENTES-ABC.
           MOVE "N" TO fin-fichier-ventes
           OPEN INPUT vente-fichier
           IF statut-vente-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-ventes
                   READ vente-fichier INTO vente-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-ventes
                       NOT AT END
                           IF vente-date <= date-fin-rapport
                               PERFORM CUMULER-VENTE-ABC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE vente-fichier
           END-IF.

       CUMULER-VENTE-ABC.
           MOVE vente-code TO abc-code
           READ abc-fichier
               INVALID KEY
                   MOVE "N" TO abc-existe
               NOT INVALID KEY
                   MOVE "O" TO abc-existe
           END-READ
           IF abc-est-trouve
               IF abc-derniere-vente = SPACES OR
                   vente-date > abc-derniere-vente
                   MOVE vente-date TO abc-derniere-vente
               END-IF
               IF vente-date >= date-debut-rapport
                   ADD vente-quantite TO abc-quantite
                   ADD vente-total TO abc-ca
               END-IF
               REWRITE abc-enregistrement
           END-IF.

       CUMULER-CONSOMMATIONS-KIT-ABC.
           MOVE "N" TO fin-fichier-assemblage
           OPEN INPUT assemblage-fichier
           IF statut-assemblage-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-assemblage
                   READ assemblage-fichier INTO assemblage-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-assemblage
                       NOT AT END
                           IF (asm-type = "V" OR asm-type = "A") AND asm-sens = "S"
                               AND asm-date <= date-fin-rapport
                               PERFORM CUMULER-CONSOMMATION-KIT-ABC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE assemblage-fichier
           END-IF.

       CUMULER-CONSOMMATION-KIT-ABC.
           MOVE asm-produit TO abc-code
           READ abc-fichier
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF abc-derniere-vente = SPACES OR
                       asm-date > abc-derniere-vente
                       MOVE asm-date TO abc-derniere-vente
                   END-IF
                   IF asm-date >= date-debut-rapport
                       ADD asm-quantite TO abc-quantite
                   END-IF
                   REWRITE abc-enregistrement
           END-READ.

       DEDUIRE-RETOURS-ABC.
           MOVE "N" TO fin-fichier-retour
           OPEN INPUT retour-fichier
           IF statut-retour-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-retour
                   READ retour-fichier INTO retour-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-retour
                       NOT AT END
                           IF retour-date >= date-debut-rapport AND
                               retour-date <= date-fin-rapport
                               MOVE retour-code TO abc-code
                               READ abc-fichier
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       SUBTRACT retour-quantite FROM abc-quantite
                                       SUBTRACT retour-montant FROM abc-ca
                                       REWRITE abc-enregistrement
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retour-fichier
           END-IF.

       CALCULER-MARGES-ABC.
           MOVE 0 TO ca-total-abc
           MOVE LOW-VALUES TO abc-code
           MOVE "N" TO fin-fichier-abc
           START abc-fichier KEY IS NOT LESS THAN abc-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-abc
           END-START
           PERFORM UNTIL fin-de-fichier-abc
               READ abc-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-abc
                   NOT AT END
                       PERFORM CALCULER-MARGE-ABC
               END-READ
           END-PERFORM.

       CALCULER-MARGE-ABC.
           MOVE abc-code TO recherche-code
           PERFORM RECHERCHER-PRODUIT
           MOVE temp-prix-achat TO prix-achat-utilise
           PERFORM VERIFIER-PRODUIT-KIT
           IF produit-est-kit
               MOVE abc-code TO code-kit
               MOVE "N" TO affichage-nomenclature
               PERFORM CALCULER-COUT-KIT
               MOVE cout-kit-calcule TO prix-achat-utilise
           END-IF
           COMPUTE abc-marge = abc-ca - abc-quantite * prix-achat-utilise
           REWRITE abc-enregistrement
           IF abc-ca > 0
               ADD abc-ca TO ca-total-abc
           END-IF
           MOVE "R" TO clas-type
           COMPUTE clas-valeur = 500000000000 - abc-ca
           MOVE abc-code TO clas-code
           WRITE classement-enregistrement
           MOVE "M" TO clas-type
           COMPUTE clas-valeur = 500000000000 - abc-marge
           MOVE abc-code TO clas-code
           WRITE classement-enregistrement.

       CLASSER-MARGES-ABC.
           MOVE 0 TO rang-abc
           MOVE "M" TO clas-type
           MOVE 0 TO clas-valeur
           MOVE LOW-VALUES TO clas-code
           MOVE "N" TO fin-fichier-classement
           START classement-fichier KEY IS NOT LESS THAN clas-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-classement
           END-START
           PERFORM UNTIL fin-de-fichier-classement
               READ classement-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-classement
                   NOT AT END
                       IF clas-type NOT = "M"
                           MOVE "O" TO fin-fichier-classement
                       ELSE
                           ADD 1 TO rang-abc
                           MOVE clas-code TO abc-code
                           READ abc-fichier
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE rang-abc TO abc-rang-marge
                                   REWRITE abc-enregistrement
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       CLASSER-PRODUITS-ABC.
           MOVE 0 TO rang-abc
           MOVE 0 TO ca-cumule-abc
           MOVE 0 TO nombre-produits-classe-a
           MOVE 0 TO nombre-produits-classe-b
           MOVE 0 TO nombre-produits-classe-c
           DISPLAY "Analyse ABC du " date-debut-rapport " au " date-fin-rapport
               " (" nombre-jours-periode " jours, retours déduits) :"
           OPEN OUTPUT etat-abc-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           MOVE "R" TO clas-type
           MOVE 0 TO clas-valeur
           MOVE LOW-VALUES TO clas-code
           MOVE "N" TO fin-fichier-classement
           START classement-fichier KEY IS NOT LESS THAN clas-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-classement
           END-START
           PERFORM UNTIL fin-de-fichier-classement
               READ classement-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-classement
                   NOT AT END
                       IF clas-type NOT = "R"
                           MOVE "O" TO fin-fichier-classement
                       ELSE
                           PERFORM CLASSER-PRODUIT-ABC
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-ABC
           MOVE ca-total-abc TO total-general-edite
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : CA NET " total-general-edite
               " - CLASSE A " nombre-produits-classe-a
               " CLASSE B " nombre-produits-classe-b
               " CLASSE C " nombre-produits-classe-c
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-abc-ligne FROM ligne-etat
           CLOSE etat-abc-fichier
           DISPLAY "Produits classe A : " nombre-produits-classe-a
               ", classe B : " nombre-produits-classe-b
               ", classe C : " nombre-produits-classe-c
           DISPLAY "État imprimable écrit dans etat-abc.dat.".

       CLASSER-PRODUIT-ABC.
           MOVE clas-code TO abc-code
           READ abc-fichier
               INVALID KEY
                   MOVE "N" TO abc-existe
               NOT INVALID KEY
                   MOVE "O" TO abc-existe
           END-READ
           IF abc-est-trouve
               ADD 1 TO rang-abc
               IF ca-total-abc > 0 AND abc-ca > 0
                   COMPUTE pourcentage-cumule-abc ROUNDED =
                       ca-cumule-abc * 100 / ca-total-abc
               ELSE
                   MOVE 100 TO pourcentage-cumule-abc
               END-IF
               EVALUATE TRUE
                   WHEN abc-ca <= 0
                       MOVE "C" TO classe-calculee
                   WHEN pourcentage-cumule-abc < pourcentage-classe-a
                       MOVE "A" TO classe-calculee
                   WHEN pourcentage-cumule-abc < pourcentage-classe-b
                       MOVE "B" TO classe-calculee
                   WHEN OTHER
                       MOVE "C" TO classe-calculee
               END-EVALUATE
               IF abc-ca > 0
                   ADD abc-ca TO ca-cumule-abc
               END-IF
               IF ca-total-abc > 0 AND abc-ca > 0
                   COMPUTE pourcentage-cumule-abc ROUNDED =
                       ca-cumule-abc * 100 / ca-total-abc
               END-IF
               EVALUATE classe-calculee
                   WHEN "A"
                       ADD 1 TO nombre-produits-classe-a
                   WHEN "B"
                       ADD 1 TO nombre-produits-classe-b
                   WHEN OTHER
                       ADD 1 TO nombre-produits-classe-c
               END-EVALUATE
               MOVE abc-code TO recherche-code
               PERFORM RECHERCHER-PRODUIT
               IF produit-est-trouve
                   MOVE classe-calculee TO temp-classe-abc
                   REWRITE produit-record FROM produit-temporaire
               END-IF
               PERFORM CALCULER-COUVERTURE-ABC
               MOVE abc-quantite TO quantite-abc-editee
               MOVE abc-ca TO ca-abc-edite
               MOVE abc-marge TO marge-abc-editee
               MOVE pourcentage-cumule-abc TO pourcentage-cumule-edite
               MOVE demande-journaliere TO demande-journaliere-editee
               DISPLAY rang-abc " " abc-code " " temp-nom
                   " classe " classe-calculee
                   ", qté nette : " quantite-abc-editee
                   ", CA : " ca-abc-edite
                   ", cumul % : " pourcentage-cumule-edite
                   ", marge : " marge-abc-editee
                   " (rang " abc-rang-marge ")"
                   ", demande/jour : " demande-journaliere-editee
                   ", couverture : " jours-couverture " j"
               MOVE SPACES TO ligne-etat
               STRING rang-abc " " abc-code " " temp-nom(1:20)
                   " " classe-calculee
                   " QTE " quantite-abc-editee
                   " CA " ca-abc-edite
                   " CUM% " pourcentage-cumule-edite
                   " MARGE " marge-abc-editee
                   " RG " abc-rang-marge
                   " DEM/J " demande-journaliere-editee
                   " COUV " jours-couverture
                   DELIMITED BY SIZE INTO ligne-etat
               PERFORM ECRIRE-LIGNE-ETAT-ABC
               ADD 1 TO nombre-lignes-etat
           END-IF.

       CALCULER-COUVERTURE-ABC.
           IF abc-quantite > 0
               COMPUTE demande-journaliere ROUNDED =
                   abc-quantite / nombre-jours-periode
           ELSE
               MOVE 0 TO demande-journaliere
           END-IF
           IF demande-journaliere > 0
               COMPUTE jours-couverture =
                   temp-quantite / demande-journaliere
                   ON SIZE ERROR
                       MOVE 99999 TO jours-couverture
               END-COMPUTE
           ELSE
               IF temp-quantite > 0
                   MOVE 99999 TO jours-couverture
               ELSE
                   MOVE 0 TO jours-couverture
               END-IF
           END-IF.

       ECRIRE-LIGNE-ETAT-ABC.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-ABC
               PERFORM ECRIRE-ENTETE-ETAT-ABC
           END-IF
           WRITE etat-abc-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-ABC.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "ANALYSE ABC DU " date-debut-rapport " AU " date-fin-rapport
               " (RETOURS DEDUITS) - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-abc-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-abc-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-ABC.
           IF numero-page-etat > 0
               MOVE SPACES TO ligne-etat
               STRING "FIN DE PAGE " numero-page-etat
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-abc-ligne FROM ligne-etat
           END-IF.

       SELECTIONNER-STOCK-DORMANT.
           MOVE LOW-VALUES TO produit-code
           MOVE "N" TO fin-fichier-produit
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit
               READ produit-fichier NEXT RECORD INTO produit-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       IF temp-quantite > 0
                           PERFORM EVALUER-STOCK-DORMANT
                       END-IF
               END-READ
           END-PERFORM.

       EVALUER-STOCK-DORMANT.
           MOVE temp-code TO abc-code
           READ abc-fichier
               INVALID KEY
                   MOVE 0 TO abc-quantite
                   MOVE SPACES TO abc-derniere-vente
           END-READ
           PERFORM CALCULER-COUVERTURE-ABC
           MOVE SPACES TO dor-motif
           IF abc-derniere-vente = SPACES OR
               abc-derniere-vente < date-limite-vente
               MOVE "SANS VENTE" TO dor-motif
           ELSE
               IF jours-couverture > jours-couverture-seuil
                   MOVE "SURSTOCK" TO dor-motif
               END-IF
           END-IF
           IF dor-motif NOT = SPACES
               MOVE temp-categorie TO dor-categorie
               MOVE temp-fournisseur TO dor-fournisseur
               MOVE temp-code TO dor-code
               MOVE temp-nom TO dor-nom
               MOVE temp-classe-abc TO dor-classe
               MOVE temp-quantite TO dor-quantite
               MOVE abc-derniere-vente TO dor-derniere-vente
               MOVE jours-couverture TO dor-jours-couverture
               COMPUTE dor-valeur = temp-quantite * temp-prix-achat
               WRITE dormant-enregistrement
           END-IF.

       EDITER-STOCK-DORMANT.
           DISPLAY "Stock dormant au " date-fin-rapport
               " (sans vente depuis le " date-limite-vente
               " ou couverture > " jours-couverture-seuil " jours) :"
           OPEN OUTPUT etat-dormant-fichier
           PERFORM INITIALISER-COMPTEURS-ETAT
           MOVE HIGH-VALUES TO categorie-groupe-dormant
           MOVE HIGH-VALUES TO fournisseur-groupe-dormant
           MOVE 0 TO total-groupe-dormant
           MOVE LOW-VALUES TO dor-cle
           MOVE "N" TO fin-fichier-dormant
           START dormant-fichier KEY IS NOT LESS THAN dor-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-dormant
           END-START
           PERFORM UNTIL fin-de-fichier-dormant
               READ dormant-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-dormant
                   NOT AT END
                       PERFORM EDITER-LIGNE-DORMANT
               END-READ
           END-PERFORM
           IF categorie-groupe-dormant NOT = HIGH-VALUES
               PERFORM EDITER-TOTAL-GROUPE-DORMANT
           END-IF
           PERFORM ECRIRE-TOTAL-PAGE-ETAT-DORMANT
           MOVE total-general-etat TO total-general-edite
           MOVE SPACES TO ligne-etat
           STRING "TOTAL GENERAL : " nombre-lignes-etat
               " PRODUIT(S), VALEUR AU PRIX D'ACHAT " total-general-edite
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-dormant-ligne FROM ligne-etat
           CLOSE etat-dormant-fichier
           DISPLAY "Valeur totale du stock dormant : " total-general-edite
           DISPLAY "État imprimable écrit dans etat-stock-dormant.dat.".

       EDITER-LIGNE-DORMANT.
           IF dor-categorie NOT = categorie-groupe-dormant OR
               dor-fournisseur NOT = fournisseur-groupe-dormant
               IF categorie-groupe-dormant NOT = HIGH-VALUES
                   PERFORM EDITER-TOTAL-GROUPE-DORMANT
               END-IF
               MOVE dor-categorie TO categorie-groupe-dormant
               MOVE dor-fournisseur TO fournisseur-groupe-dormant
               MOVE 0 TO total-groupe-dormant
               DISPLAY "Catégorie : " dor-categorie ", fournisseur : " dor-fournisseur
               MOVE SPACES TO ligne-etat
               STRING "CATEGORIE " dor-categorie " FOURNISSEUR " dor-fournisseur
                   DELIMITED BY SIZE INTO ligne-etat
               PERFORM ECRIRE-LIGNE-ETAT-DORMANT
           END-IF
           MOVE dor-valeur TO valeur-dormant-editee
           DISPLAY "  " dor-code " " dor-nom " " dor-motif
               ", classe : " dor-classe
               ", quantité : " dor-quantite
               ", dernière vente : " dor-derniere-vente
               ", couverture : " dor-jours-couverture " j"
               ", valeur : " valeur-dormant-editee
           MOVE SPACES TO ligne-etat
           STRING "  " dor-code " " dor-nom(1:20) " " dor-motif
               " " dor-classe
               " QTE " dor-quantite
               " DERN.VENTE " dor-derniere-vente
               " COUV " dor-jours-couverture
               " VALEUR " valeur-dormant-editee
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-DORMANT
           ADD dor-valeur TO total-groupe-dormant
           ADD dor-valeur TO total-page-etat
           ADD dor-valeur TO total-general-etat
           ADD 1 TO nombre-lignes-etat.

       EDITER-TOTAL-GROUPE-DORMANT.
           MOVE total-groupe-dormant TO valeur-dormant-editee
           MOVE SPACES TO ligne-etat
           STRING "  TOTAL " categorie-groupe-dormant " / " fournisseur-groupe-dormant
               " : " valeur-dormant-editee
               DELIMITED BY SIZE INTO ligne-etat
           PERFORM ECRIRE-LIGNE-ETAT-DORMANT.

       ECRIRE-LIGNE-ETAT-DORMANT.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-DORMANT
               PERFORM ECRIRE-ENTETE-ETAT-DORMANT
           END-IF
           WRITE etat-dormant-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-DORMANT.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           STRING "STOCK DORMANT ET SURSTOCK AU " date-fin-rapport
               " (SANS VENTE " jours-sans-vente-seuil " J, COUVERTURE > "
               jours-couverture-seuil " J) - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat
           WRITE etat-dormant-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-dormant-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-DORMANT.
           IF numero-page-etat > 0
               MOVE total-page-etat TO total-page-edite
               MOVE SPACES TO ligne-etat
               STRING "TOTAL PAGE : VALEUR " total-page-edite
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-dormant-ligne FROM ligne-etat
               MOVE 0 TO total-page-etat
           END-IF.

       MENU-REPRISE-STOCKS.
           DISPLAY "1. Comparer les stocks à la dernière clôture rejouée"
           DISPLAY "2. Reconstruire les stocks (après sauvegarde)"
           DISPLAY "3. Restaurer la sauvegarde de début de lot"
           DISPLAY "4. Restaurer la sauvegarde d'avant reconstruction"
           DISPLAY "5. Retour au menu principal"
           ACCEPT choix-reprise
           EVALUATE choix-reprise
               WHEN 1
                   MOVE "C" TO mode-reprise-stocks
                   PERFORM EXECUTER-REPRISE-STOCKS
                   PERFORM MENU-REPRISE-STOCKS
               WHEN 2
                   DISPLAY "Confirmez la reconstruction des stocks (O/N) : "
                   ACCEPT confirmation
                   IF confirmation = "O"
                       MOVE "R" TO mode-reprise-stocks
                       PERFORM EXECUTER-REPRISE-STOCKS
                   END-IF
                   PERFORM MENU-REPRISE-STOCKS
               WHEN 3
                   DISPLAY "Confirmez la restauration de la sauvegarde de début de lot (O/N) : "
                   ACCEPT confirmation
                   IF confirmation = "O"
                       MOVE "L" TO cible-sauvegarde
                       PERFORM RESTAURER-FICHIERS-STOCK
                   END-IF
                   PERFORM MENU-REPRISE-STOCKS
               WHEN 4
                   DISPLAY "Confirmez la restauration de la sauvegarde d'avant reconstruction (O/N) : "
                   ACCEPT confirmation
                   IF confirmation = "O"
                       MOVE "R" TO cible-sauvegarde
                       PERFORM RESTAURER-FICHIERS-STOCK
                   END-IF
                   PERFORM MENU-REPRISE-STOCKS
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, essayez à nouveau."
                   PERFORM MENU-REPRISE-STOCKS
           END-EVALUATE.

       SAUVEGARDER-FICHIERS-STOCK.
           MOVE FUNCTION CURRENT-DATE TO horodatage-courant
           MOVE 0 TO nombre-enregistrements-sauves
           IF sauvegarde-debut-lot
               OPEN OUTPUT sauvegarde-fichier
           ELSE
               OPEN OUTPUT sauvegarde-reprise-fichier
           END-IF
           MOVE horodatage-courant(1:8) TO entete-sauvegarde-date
           MOVE horodatage-courant(9:6) TO entete-sauvegarde-heure
           MOVE operateur-courant TO entete-sauvegarde-operateur
           PERFORM COMPTER-JOURNAUX-SAUVEGARDE
           MOVE "H" TO type-sauvegarde
           MOVE entete-sauvegarde TO donnees-sauvegarde
           PERFORM ECRIRE-LIGNE-SAUVEGARDE
           MOVE LOW-VALUES TO produit-code
           MOVE "N" TO fin-fichier-produit
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit
               READ produit-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       MOVE "P" TO type-sauvegarde
                       MOVE produit-record TO donnees-sauvegarde
                       PERFORM ECRIRE-LIGNE-SAUVEGARDE
               END-READ
           END-PERFORM
           MOVE LOW-VALUES TO emplacement-cle
           MOVE "N" TO fin-fichier-emplacement
           START emplacement-fichier KEY IS NOT LESS THAN emplacement-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-emplacement
           END-START
           PERFORM UNTIL fin-de-fichier-emplacement
               READ emplacement-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-emplacement
                   NOT AT END
                       MOVE "E" TO type-sauvegarde
                       MOVE emplacement-enregistrement TO donnees-sauvegarde
                       PERFORM ECRIRE-LIGNE-SAUVEGARDE
               END-READ
           END-PERFORM
           MOVE LOW-VALUES TO lot-stock-cle
           MOVE "N" TO fin-fichier-lot-stock
           START lot-stock-fichier KEY IS NOT LESS THAN lot-stock-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-lot-stock
           END-START
           PERFORM UNTIL fin-de-fichier-lot-stock
               READ lot-stock-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-lot-stock
                   NOT AT END
                       MOVE "L" TO type-sauvegarde
                       MOVE lot-stock-enregistrement TO donnees-sauvegarde
                       PERFORM ECRIRE-LIGNE-SAUVEGARDE
               END-READ
           END-PERFORM
           IF sauvegarde-debut-lot
               CLOSE sauvegarde-fichier
               DISPLAY "Sauvegarde des stocks : " nombre-enregistrements-sauves
                   " enregistrement(s) dans sauvegarde-stocks.sav."
           ELSE
               CLOSE sauvegarde-reprise-fichier
               DISPLAY "Sauvegarde des stocks : " nombre-enregistrements-sauves
                   " enregistrement(s) dans sauvegarde-avant-reprise.sav."
           END-IF.

       ECRIRE-LIGNE-SAUVEGARDE.
           IF sauvegarde-debut-lot
               MOVE type-sauvegarde TO sauv-type
               MOVE donnees-sauvegarde TO sauv-donnees
               WRITE sauvegarde-ligne
           ELSE
               MOVE type-sauvegarde TO srep-type
               MOVE donnees-sauvegarde TO srep-donnees
               WRITE sauvegarde-reprise-ligne
           END-IF
           IF type-sauvegarde NOT = "H"
               ADD 1 TO nombre-enregistrements-sauves
           END-IF.

       LIRE-LIGNE-SAUVEGARDE.
           IF sauvegarde-debut-lot
               READ sauvegarde-fichier
                   AT END
                       MOVE "O" TO fin-fichier-sauvegarde
                   NOT AT END
                       MOVE sauv-type TO type-sauvegarde
                       MOVE sauv-donnees TO donnees-sauvegarde
               END-READ
           ELSE
               READ sauvegarde-reprise-fichier
                   AT END
                       MOVE "O" TO fin-fichier-sauvegarde
                   NOT AT END
                       MOVE srep-type TO type-sauvegarde
                       MOVE srep-donnees TO donnees-sauvegarde
               END-READ
           END-IF.

       RESTAURER-FICHIERS-STOCK.
           MOVE "N" TO restauration-faite
           MOVE 0 TO nombre-enregistrements-restaures
           MOVE 0 TO nombre-erreurs-restauration
           MOVE "N" TO fin-fichier-sauvegarde
           IF sauvegarde-debut-lot
               OPEN INPUT sauvegarde-fichier
               MOVE statut-sauvegarde-fichier TO statut-sauvegarde-reprise
           ELSE
               OPEN INPUT sauvegarde-reprise-fichier
           END-IF
           IF statut-sauvegarde-reprise = "35"
               DISPLAY "Erreur : aucune sauvegarde des stocks disponible."
           ELSE
               PERFORM LIRE-LIGNE-SAUVEGARDE
               IF fin-de-fichier-sauvegarde OR type-sauvegarde NOT = "H"
                   DISPLAY "Erreur : fichier de sauvegarde invalide, restauration abandonnée."
               ELSE
                   MOVE donnees-sauvegarde TO entete-sauvegarde
                   DISPLAY "Restauration de la sauvegarde du " entete-sauvegarde-date
                       " à " entete-sauvegarde-heure
                       " (" entete-sauvegarde-operateur ")..."
                   PERFORM VIDER-FICHIERS-STOCK
                   PERFORM LIRE-LIGNE-SAUVEGARDE
                   PERFORM UNTIL fin-de-fichier-sauvegarde
                       PERFORM RESTAURER-LIGNE-SAUVEGARDE
                       PERFORM LIRE-LIGNE-SAUVEGARDE
                   END-PERFORM
                   MOVE "O" TO restauration-faite
                   DISPLAY "Restauration terminée : " nombre-enregistrements-restaures
                       " enregistrement(s) restauré(s), " nombre-erreurs-restauration
                       " erreur(s)."
                   PERFORM TRONQUER-JOURNAUX-SAUVEGARDE
               END-IF
               IF sauvegarde-debut-lot
                   CLOSE sauvegarde-fichier
               ELSE
                   CLOSE sauvegarde-reprise-fichier
               END-IF
           END-IF.

       COMPTER-JOURNAUX-SAUVEGARDE.
           MOVE 1 TO numero-journal
           PERFORM UNTIL numero-journal > 8
               PERFORM COMPTER-JOURNAL-SAUVEGARDE
               ADD 1 TO numero-journal
           END-PERFORM.

       COMPTER-JOURNAL-SAUVEGARDE.
           MOVE 0 TO nombre-lignes-journal
           PERFORM OUVRIR-JOURNAL-LECTURE
           IF statut-journal-courant = "00"
               PERFORM LIRE-JOURNAL-COURANT
               PERFORM UNTIL fin-de-fichier-journal
                   ADD 1 TO nombre-lignes-journal
                   PERFORM LIRE-JOURNAL-COURANT
               END-PERFORM
               PERFORM FERMER-JOURNAL-COURANT
           END-IF
           EVALUATE numero-journal
               WHEN 1
                   MOVE nombre-lignes-journal TO entete-nb-checkpoints
               WHEN 2
                   MOVE nombre-lignes-journal TO entete-nb-ventes
               WHEN 3
                   MOVE nombre-lignes-journal TO entete-nb-retours
               WHEN 4
                   MOVE nombre-lignes-journal TO entete-nb-receptions
               WHEN 5
                   MOVE nombre-lignes-journal TO entete-nb-transferts
               WHEN 6
                   MOVE nombre-lignes-journal TO entete-nb-ajustements
               WHEN 7
                   MOVE nombre-lignes-journal TO entete-nb-demarques
               WHEN 8
                   MOVE nombre-lignes-journal TO entete-nb-assemblages
           END-EVALUATE.

       TRONQUER-JOURNAUX-SAUVEGARDE.
           MOVE 1 TO numero-journal
           PERFORM UNTIL numero-journal > 8
               PERFORM TRONQUER-JOURNAL-SAUVEGARDE
               ADD 1 TO numero-journal
           END-PERFORM.

       TRONQUER-JOURNAL-SAUVEGARDE.
           MOVE "O" TO compte-journal-sauve
           EVALUATE numero-journal
               WHEN 1
                   IF entete-nb-checkpoints NOT NUMERIC
                       MOVE "N" TO compte-journal-sauve
                   ELSE
                       MOVE entete-nb-checkpoints TO nombre-lignes-sauvees
                   END-IF
               WHEN 2
                   IF entete-nb-ventes NOT NUMERIC
                       MOVE "N" TO compte-journal-sauve
                   ELSE
                       MOVE entete-nb-ventes TO nombre-lignes-sauvees
                   END-IF
               WHEN 3
                   IF entete-nb-retours NOT NUMERIC
                       MOVE "N" TO compte-journal-sauve
                   ELSE
                       MOVE entete-nb-retours TO nombre-lignes-sauvees
                   END-IF
               WHEN 4
                   IF entete-nb-receptions NOT NUMERIC
                       MOVE "N" TO compte-journal-sauve
                   ELSE
                       MOVE entete-nb-receptions TO nombre-lignes-sauvees
                   END-IF
               WHEN 5
                   IF entete-nb-transferts NOT NUMERIC
                       MOVE "N" TO compte-journal-sauve
                   ELSE
                       MOVE entete-nb-transferts TO nombre-lignes-sauvees
                   END-IF
               WHEN 6
                   IF entete-nb-ajustements NOT NUMERIC
                       MOVE "N" TO compte-journal-sauve
                   ELSE
                       MOVE entete-nb-ajustements TO nombre-lignes-sauvees
                   END-IF
               WHEN 7
                   IF entete-nb-demarques NOT NUMERIC
                       MOVE "N" TO compte-journal-sauve
                   ELSE
                       MOVE entete-nb-demarques TO nombre-lignes-sauvees
                   END-IF
               WHEN 8
                   IF entete-nb-assemblages NOT NUMERIC
                       MOVE "N" TO compte-journal-sauve
                   ELSE
                       MOVE entete-nb-assemblages TO nombre-lignes-sauvees
                   END-IF
           END-EVALUATE
           IF compte-journal-valide
               MOVE 0 TO nombre-lignes-journal
               PERFORM OUVRIR-JOURNAL-LECTURE
               IF statut-journal-courant = "00"
                   OPEN OUTPUT troncature-fichier
                   PERFORM LIRE-JOURNAL-COURANT
                   PERFORM UNTIL fin-de-fichier-journal
                       ADD 1 TO nombre-lignes-journal
                       IF nombre-lignes-journal <= nombre-lignes-sauvees
                           WRITE troncature-ligne FROM ligne-journal-courant
                       END-IF
                       PERFORM LIRE-JOURNAL-COURANT
                   END-PERFORM
                   PERFORM FERMER-JOURNAL-COURANT
                   CLOSE troncature-fichier
                   IF nombre-lignes-journal > nombre-lignes-sauvees
                       PERFORM RECOPIER-JOURNAL-TRONQUE
                       DISPLAY "Journal " nom-journal-courant " ramené de "
                           nombre-lignes-journal " à " nombre-lignes-sauvees
                           " enregistrement(s)."
                       MOVE SPACES TO texte-journal-batch
                       STRING "TRONCATURE " DELIMITED BY SIZE
                           nom-journal-courant DELIMITED BY SPACE
                           " : " nombre-lignes-journal " -> " nombre-lignes-sauvees
                           DELIMITED BY SIZE INTO texte-journal-batch
                       PERFORM ECRIRE-JOURNAL-BATCH
                   END-IF
               END-IF
           END-IF.

       RECOPIER-JOURNAL-TRONQUE.
           MOVE "N" TO fin-fichier-troncature
           OPEN INPUT troncature-fichier
           PERFORM OUVRIR-JOURNAL-ECRITURE
           PERFORM UNTIL fin-de-fichier-troncature
               READ troncature-fichier INTO ligne-journal-courant
                   AT END
                       MOVE "O" TO fin-fichier-troncature
                   NOT AT END
                       PERFORM ECRIRE-JOURNAL-COURANT
               END-READ
           END-PERFORM
           CLOSE troncature-fichier
           PERFORM FERMER-JOURNAL-COURANT.

       OUVRIR-JOURNAL-LECTURE.
           MOVE "N" TO fin-fichier-journal
           EVALUATE numero-journal
               WHEN 1
                   MOVE "batch-checkpoint.dat" TO nom-journal-courant
                   OPEN INPUT checkpoint-fichier
                   MOVE statut-checkpoint-fichier TO statut-journal-courant
               WHEN 2
                   MOVE "ventes.dat" TO nom-journal-courant
                   OPEN INPUT vente-fichier
                   MOVE statut-vente-fichier TO statut-journal-courant
               WHEN 3
                   MOVE "retours.dat" TO nom-journal-courant
                   OPEN INPUT retour-fichier
                   MOVE statut-retour-fichier TO statut-journal-courant
               WHEN 4
                   MOVE "reception.dat" TO nom-journal-courant
                   OPEN INPUT reception-fichier
                   MOVE statut-reception-fichier TO statut-journal-courant
               WHEN 5
                   MOVE "transferts.dat" TO nom-journal-courant
                   OPEN INPUT transfert-fichier
                   MOVE statut-transfert-fichier TO statut-journal-courant
               WHEN 6
                   MOVE "ajustements.dat" TO nom-journal-courant
                   OPEN INPUT ajustement-fichier
                   MOVE statut-ajustement-fichier TO statut-journal-courant
               WHEN 7
                   MOVE "demarques.dat" TO nom-journal-courant
                   OPEN INPUT demarque-fichier
                   MOVE statut-demarque-fichier TO statut-journal-courant
               WHEN 8
                   MOVE "assemblages.dat" TO nom-journal-courant
                   OPEN INPUT assemblage-fichier
                   MOVE statut-assemblage-fichier TO statut-journal-courant
           END-EVALUATE.

       OUVRIR-JOURNAL-ECRITURE.
           EVALUATE numero-journal
               WHEN 1
                   OPEN OUTPUT checkpoint-fichier
               WHEN 2
                   OPEN OUTPUT vente-fichier
               WHEN 3
                   OPEN OUTPUT retour-fichier
               WHEN 4
                   OPEN OUTPUT reception-fichier
               WHEN 5
                   OPEN OUTPUT transfert-fichier
               WHEN 6
                   OPEN OUTPUT ajustement-fichier
               WHEN 7
                   OPEN OUTPUT demarque-fichier
               WHEN 8
                   OPEN OUTPUT assemblage-fichier
           END-EVALUATE.

       LIRE-JOURNAL-COURANT.
           EVALUATE numero-journal
               WHEN 1
                   READ checkpoint-fichier INTO ligne-journal-courant
                       AT END
                           MOVE "O" TO fin-fichier-journal
                   END-READ
               WHEN 2
                   READ vente-fichier INTO ligne-journal-courant
                       AT END
                           MOVE "O" TO fin-fichier-journal
                   END-READ
               WHEN 3
                   READ retour-fichier INTO ligne-journal-courant
                       AT END
                           MOVE "O" TO fin-fichier-journal
                   END-READ
               WHEN 4
                   READ reception-fichier INTO ligne-journal-courant
                       AT END
                           MOVE "O" TO fin-fichier-journal
                   END-READ
               WHEN 5
                   READ transfert-fichier INTO ligne-journal-courant
                       AT END
                           MOVE "O" TO fin-fichier-journal
                   END-READ
               WHEN 6
                   READ ajustement-fichier INTO ligne-journal-courant
                       AT END
                           MOVE "O" TO fin-fichier-journal
                   END-READ
               WHEN 7
                   READ demarque-fichier INTO ligne-journal-courant
                       AT END
                           MOVE "O" TO fin-fichier-journal
                   END-READ
               WHEN 8
                   READ assemblage-fichier INTO ligne-journal-courant
                       AT END
                           MOVE "O" TO fin-fichier-journal
                   END-READ
           END-EVALUATE.

       ECRIRE-JOURNAL-COURANT.
           EVALUATE numero-journal
               WHEN 1
                   WRITE checkpoint-enregistrement FROM ligne-journal-courant
               WHEN 2
                   WRITE vente-enregistrement FROM ligne-journal-courant
               WHEN 3
                   WRITE retour-enregistrement FROM ligne-journal-courant
               WHEN 4
                   WRITE reception-enregistrement FROM ligne-journal-courant
               WHEN 5
                   WRITE transfert-enregistrement FROM ligne-journal-courant
               WHEN 6
                   WRITE ajustement-enregistrement FROM ligne-journal-courant
               WHEN 7
                   WRITE demarque-enregistrement FROM ligne-journal-courant
               WHEN 8
                   WRITE assemblage-enregistrement FROM ligne-journal-courant
           END-EVALUATE.

       FERMER-JOURNAL-COURANT.
           EVALUATE numero-journal
               WHEN 1
                   CLOSE checkpoint-fichier
               WHEN 2
                   CLOSE vente-fichier
               WHEN 3
                   CLOSE retour-fichier
               WHEN 4
                   CLOSE reception-fichier
               WHEN 5
                   CLOSE transfert-fichier
               WHEN 6
                   CLOSE ajustement-fichier
               WHEN 7
                   CLOSE demarque-fichier
               WHEN 8
                   CLOSE assemblage-fichier
           END-EVALUATE.

       VIDER-FICHIERS-STOCK.
           CLOSE produit-fichier
           OPEN OUTPUT produit-fichier
           CLOSE produit-fichier
           OPEN I-O produit-fichier
           CLOSE emplacement-fichier
           OPEN OUTPUT emplacement-fichier
           CLOSE emplacement-fichier
           OPEN I-O emplacement-fichier
           CLOSE lot-stock-fichier
           OPEN OUTPUT lot-stock-fichier
           CLOSE lot-stock-fichier
           OPEN I-O lot-stock-fichier.

       RESTAURER-LIGNE-SAUVEGARDE.
           EVALUATE type-sauvegarde
               WHEN "P"
                   MOVE donnees-sauvegarde TO produit-record
                   WRITE produit-record
                       INVALID KEY
                           ADD 1 TO nombre-erreurs-restauration
                       NOT INVALID KEY
                           ADD 1 TO nombre-enregistrements-restaures
                   END-WRITE
               WHEN "E"
                   MOVE donnees-sauvegarde TO emplacement-enregistrement
                   WRITE emplacement-enregistrement
                       INVALID KEY
                           ADD 1 TO nombre-erreurs-restauration
                       NOT INVALID KEY
                           ADD 1 TO nombre-enregistrements-restaures
                   END-WRITE
               WHEN "L"
                   MOVE donnees-sauvegarde TO lot-stock-enregistrement
                   WRITE lot-stock-enregistrement
                       INVALID KEY
                           ADD 1 TO nombre-erreurs-restauration
                       NOT INVALID KEY
                           ADD 1 TO nombre-enregistrements-restaures
                   END-WRITE
               WHEN OTHER
                   ADD 1 TO nombre-erreurs-restauration
           END-EVALUATE.

       EXECUTER-REPRISE-STOCKS.
           MOVE "T" TO mode-fiche
           MOVE "99999999" TO date-limite-cloture
           MOVE "99999999" TO date-fin-mouvements
           PERFORM PREPARER-MOUVEMENTS-STOCK
           IF date-cloture-reference = LOW-VALUES
               DISPLAY "Erreur : aucune clôture de référence, reprise impossible."
               MOVE 8 TO code-retour-etape
               CLOSE mouvement-fichier
               CLOSE solde-fichier
           ELSE
               PERFORM CHARGER-LOTS-CLOTURE-REPRISE
               PERFORM REJOUER-MOUVEMENTS-REPRISE
               IF reprise-reconstruction
                   MOVE "R" TO cible-sauvegarde
                   PERFORM SAUVEGARDER-FICHIERS-STOCK
               END-IF
               MOVE FUNCTION CURRENT-DATE TO horodatage-courant
               MOVE 0 TO nombre-ecarts-reprise
               MOVE 0 TO nombre-non-couverts
               OPEN OUTPUT etat-reprise-fichier
               PERFORM INITIALISER-COMPTEURS-ETAT
               IF NOT emplacements-en-cloture
                   MOVE "CLOTURE SANS DETAIL PAR EMPLACEMENT : EMPLACEMENTS NON TRAITES"
                       TO ligne-etat
                   PERFORM ECRIRE-LIGNE-ETAT-REPRISE
               END-IF
               IF NOT lots-en-cloture
                   MOVE "CLOTURE SANS DETAIL PAR LOT : LOTS NON TRAITES"
                       TO ligne-etat
                   PERFORM ECRIRE-LIGNE-ETAT-REPRISE
               END-IF
               PERFORM COMPARER-PRODUITS-REPRISE
               IF emplacements-en-cloture
                   PERFORM COMPARER-EMPLACEMENTS-REPRISE
                   PERFORM AJOUTER-EMPLACEMENTS-REPRISE
               END-IF
               IF lots-en-cloture
                   PERFORM COMPARER-LOTS-REPRISE
                   PERFORM AJOUTER-LOTS-REPRISE
               END-IF
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-REPRISE
               MOVE SPACES TO ligne-etat
               STRING "TOTAL GENERAL : " nombre-ecarts-reprise " ECART(S), "
                   nombre-non-couverts " PRODUIT(S) HORS CLOTURE NON TRAITE(S)"
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-reprise-ligne FROM ligne-etat
               CLOSE etat-reprise-fichier
               CLOSE mouvement-fichier
               CLOSE solde-fichier
               CLOSE reprise-lot-fichier
               IF reprise-reconstruction
                   DISPLAY "Reconstruction terminée : " nombre-ecarts-reprise
                       " quantité(s) corrigée(s)."
               ELSE
                   DISPLAY "Comparaison terminée : " nombre-ecarts-reprise " écart(s)."
                   IF nombre-ecarts-reprise > 0 AND code-retour-etape < 4
                       MOVE 4 TO code-retour-etape
                   END-IF
               END-IF
               DISPLAY "État imprimable écrit dans etat-reprise.dat."
           END-IF.

       CHARGER-LOTS-CLOTURE-REPRISE.
           MOVE "N" TO cloture-avec-emplacements
           MOVE "N" TO cloture-avec-lots
           OPEN OUTPUT reprise-lot-fichier
           CLOSE reprise-lot-fichier
           OPEN I-O reprise-lot-fichier
           MOVE "N" TO fin-fichier-cloture
           OPEN INPUT cloture-fichier
           IF statut-cloture-fichier NOT = "35"
               PERFORM UNTIL fin-de-fichier-cloture
                   READ cloture-fichier INTO cloture-enregistrement
                       AT END
                           MOVE "O" TO fin-fichier-cloture
                       NOT AT END
                           IF cloture-date = date-cloture-reference AND
                               (cloture-heure = heure-cloture-reference OR
                                cloture-heure = SPACES OR cloture-heure = ZERO)
                               IF cloture-type = "L"
                                   MOVE "O" TO cloture-avec-emplacements
                               END-IF
                               IF cloture-type = "N"
                                   MOVE "O" TO cloture-avec-lots
                                   PERFORM CHARGER-LOT-CLOTURE-REPRISE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cloture-fichier
           END-IF.

       CHARGER-LOT-CLOTURE-REPRISE.
           MOVE cloture-code TO rlot-code
           MOVE cloture-lieu TO rlot-lieu
           MOVE cloture-lot TO rlot-numero
           READ reprise-lot-fichier
               INVALID KEY
                   MOVE cloture-code TO rlot-code
                   MOVE cloture-lieu TO rlot-lieu
                   MOVE cloture-lot TO rlot-numero
                   MOVE cloture-peremption TO rlot-peremption
                   MOVE cloture-quantite TO rlot-quantite
                   WRITE reprise-lot-enregistrement
               NOT INVALID KEY
                   MOVE cloture-peremption TO rlot-peremption
                   MOVE cloture-quantite TO rlot-quantite
                   REWRITE reprise-lot-enregistrement
           END-READ.

       REJOUER-MOUVEMENTS-REPRISE.
           MOVE LOW-VALUES TO mvt-cle
           MOVE "N" TO fin-fichier-mouvement
           START mouvement-fichier KEY IS NOT LESS THAN mvt-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-mouvement
           END-START
           PERFORM UNTIL fin-de-fichier-mouvement
               READ mouvement-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-mouvement
                   NOT AT END
                       PERFORM APPLIQUER-MOUVEMENT-REPRISE
               END-READ
           END-PERFORM.

       APPLIQUER-MOUVEMENT-REPRISE.
           MOVE mvt-code TO sld-code
           MOVE lieu-total-fiche TO sld-lieu
           READ solde-fichier
               INVALID KEY
                   MOVE "N" TO produit-couvert
               NOT INVALID KEY
                   MOVE "O" TO produit-couvert
                   ADD mvt-quantite TO sld-quantite
                   REWRITE solde-enregistrement
           END-READ
           IF produit-est-couvert AND mvt-lieu NOT = SPACES
               MOVE mvt-code TO sld-code
               MOVE mvt-lieu TO sld-lieu
               READ solde-fichier
                   INVALID KEY
                       MOVE mvt-code TO sld-code
                       MOVE mvt-lieu TO sld-lieu
                       MOVE mvt-quantite TO sld-quantite
                       MOVE 0 TO sld-prix-moyen
                       WRITE solde-enregistrement
                   NOT INVALID KEY
                       ADD mvt-quantite TO sld-quantite
                       REWRITE solde-enregistrement
               END-READ
               MOVE mvt-lieu TO lieu-lots-reprise
               MOVE SPACES TO cible-lots-reprise
               COMPUTE quantite-lots-reprise = 0 - mvt-quantite
               EVALUATE mvt-type
                   WHEN "REC"
                       IF mvt-lot NOT = SPACES
                           PERFORM CREDITER-LOT-RECEPTION-REPRISE
                       END-IF
                   WHEN "VTE"
                       PERFORM DEBITER-LOTS-REPRISE
                   WHEN "DEM"
                       IF mvt-lot NOT = SPACES
                           PERFORM DEBITER-LOT-DESIGNE-REPRISE
                       ELSE
                           PERFORM DEBITER-LOTS-REPRISE
                       END-IF
                   WHEN "TRS"
                       MOVE mvt-reference TO cible-lots-reprise
                       PERFORM DEBITER-LOTS-REPRISE
                   WHEN "ASM"
                       IF mvt-quantite < 0
                           PERFORM DEBITER-LOTS-REPRISE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CREDITER-LOT-RECEPTION-REPRISE.
           MOVE mvt-code TO rlot-code
           MOVE mvt-lieu TO rlot-lieu
           MOVE mvt-lot TO rlot-numero
           READ reprise-lot-fichier
               INVALID KEY
                   MOVE mvt-code TO rlot-code
                   MOVE mvt-lieu TO rlot-lieu
                   MOVE mvt-lot TO rlot-numero
                   MOVE mvt-peremption TO rlot-peremption
                   MOVE mvt-quantite TO rlot-quantite
                   WRITE reprise-lot-enregistrement
               NOT INVALID KEY
                   ADD mvt-quantite TO rlot-quantite
                   REWRITE reprise-lot-enregistrement
           END-READ.

       DEBITER-LOT-DESIGNE-REPRISE.
           MOVE mvt-code TO rlot-code
           MOVE mvt-lieu TO rlot-lieu
           MOVE mvt-lot TO rlot-numero
           READ reprise-lot-fichier
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF rlot-quantite > quantite-lots-reprise
                       SUBTRACT quantite-lots-reprise FROM rlot-quantite
                   ELSE
                       MOVE 0 TO rlot-quantite
                   END-IF
                   REWRITE reprise-lot-enregistrement
           END-READ.

       DEBITER-LOTS-REPRISE.
           PERFORM UNTIL quantite-lots-reprise <= 0
               PERFORM CHERCHER-LOT-REPRISE
               IF NOT lot-stock-est-trouve
                   MOVE 0 TO quantite-lots-reprise
               ELSE
                   PERFORM RELEVER-LOT-REPRISE
               END-IF
           END-PERFORM.

       CHERCHER-LOT-REPRISE.
           MOVE "N" TO lot-stock-trouve
           MOVE SPACES TO lot-retenu-numero
           MOVE HIGH-VALUES TO lot-retenu-peremption
           MOVE mvt-code TO rlot-code
           MOVE lieu-lots-reprise TO rlot-lieu
           MOVE LOW-VALUES TO rlot-numero
           MOVE "N" TO fin-fichier-reprise-lot
           START reprise-lot-fichier KEY IS NOT LESS THAN rlot-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-reprise-lot
           END-START
           PERFORM UNTIL fin-de-fichier-reprise-lot
               READ reprise-lot-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-reprise-lot
                   NOT AT END
                       IF rlot-code NOT = mvt-code OR
                           rlot-lieu NOT = lieu-lots-reprise
                           MOVE "O" TO fin-fichier-reprise-lot
                       ELSE
                           IF rlot-quantite > 0
                               IF rlot-peremption = SPACES
                                   MOVE ALL "9" TO peremption-comparee
                               ELSE
                                   MOVE rlot-peremption TO peremption-comparee
                               END-IF
                               IF peremption-comparee < lot-retenu-peremption
                                   MOVE "O" TO lot-stock-trouve
                                   MOVE rlot-numero TO lot-retenu-numero
                                   MOVE peremption-comparee TO lot-retenu-peremption
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RELEVER-LOT-REPRISE.
           MOVE mvt-code TO rlot-code
           MOVE lieu-lots-reprise TO rlot-lieu
           MOVE lot-retenu-numero TO rlot-numero
           READ reprise-lot-fichier
               INVALID KEY
                   MOVE 0 TO quantite-lots-reprise
               NOT INVALID KEY
                   MOVE rlot-peremption TO peremption-lot-courant
                   IF rlot-quantite > quantite-lots-reprise
                       MOVE quantite-lots-reprise TO quantite-prise-lot
                   ELSE
                       MOVE rlot-quantite TO quantite-prise-lot
                   END-IF
                   SUBTRACT quantite-prise-lot FROM rlot-quantite
                   SUBTRACT quantite-prise-lot FROM quantite-lots-reprise
                   REWRITE reprise-lot-enregistrement
                   IF cible-lots-reprise NOT = SPACES
                       PERFORM CREDITER-LOT-CIBLE-REPRISE
                   END-IF
           END-READ.

       CREDITER-LOT-CIBLE-REPRISE.
           MOVE mvt-code TO rlot-code
           MOVE cible-lots-reprise TO rlot-lieu
           MOVE lot-retenu-numero TO rlot-numero
           READ reprise-lot-fichier
               INVALID KEY
                   MOVE mvt-code TO rlot-code
                   MOVE cible-lots-reprise TO rlot-lieu
                   MOVE lot-retenu-numero TO rlot-numero
                   MOVE peremption-lot-courant TO rlot-peremption
                   MOVE quantite-prise-lot TO rlot-quantite
                   WRITE reprise-lot-enregistrement
               NOT INVALID KEY
                   ADD quantite-prise-lot TO rlot-quantite
                   REWRITE reprise-lot-enregistrement
           END-READ.

       VERIFIER-COUVERTURE-REPRISE.
           MOVE code-ecart-reprise TO sld-code
           MOVE lieu-total-fiche TO sld-lieu
           READ solde-fichier
               INVALID KEY
                   MOVE "N" TO produit-couvert
               NOT INVALID KEY
                   MOVE "O" TO produit-couvert
           END-READ.

       COMPARER-PRODUITS-REPRISE.
           MOVE "PRODUIT" TO libelle-niveau-reprise
           MOVE SPACES TO lieu-ecart-reprise
           MOVE SPACES TO lot-ecart-reprise
           MOVE LOW-VALUES TO produit-code
           MOVE "N" TO fin-fichier-produit
           START produit-fichier KEY IS NOT LESS THAN produit-code
               INVALID KEY
                   MOVE "O" TO fin-fichier-produit
           END-START
           PERFORM UNTIL fin-de-fichier-produit
               READ produit-fichier NEXT RECORD INTO produit-temporaire
                   AT END
                       MOVE "O" TO fin-fichier-produit
                   NOT AT END
                       MOVE temp-code TO code-ecart-reprise
                       PERFORM VERIFIER-COUVERTURE-REPRISE
                       IF produit-est-couvert
                           MOVE temp-quantite TO quantite-actuelle
                           MOVE sld-quantite TO quantite-reconstituee
                           IF quantite-reconstituee NOT = quantite-actuelle
                               PERFORM EDITER-ECART-REPRISE
                               IF reprise-reconstruction
                                   IF quantite-reconstituee < 0
                                       MOVE 0 TO temp-quantite
                                   ELSE
                                       MOVE quantite-reconstituee TO temp-quantite
                                   END-IF
                                   REWRITE produit-record FROM produit-temporaire
                               END-IF
                           END-IF
                       ELSE
                           IF temp-quantite NOT = 0
                               ADD 1 TO nombre-non-couverts
                               MOVE SPACES TO ligne-etat
                               STRING "PRODUIT " temp-code " " temp-nom(1:20)
                                   " QUANTITE " temp-quantite
                                   " ABSENT DE LA CLOTURE DE REFERENCE : NON TRAITE"
                                   DELIMITED BY SIZE INTO ligne-etat
                               PERFORM ECRIRE-LIGNE-ETAT-REPRISE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COMPARER-EMPLACEMENTS-REPRISE.
           MOVE "EMPLACEMENT" TO libelle-niveau-reprise
           MOVE SPACES TO lot-ecart-reprise
           MOVE LOW-VALUES TO emplacement-cle
           MOVE "N" TO fin-fichier-emplacement
           START emplacement-fichier KEY IS NOT LESS THAN emplacement-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-emplacement
           END-START
           PERFORM UNTIL fin-de-fichier-emplacement
               READ emplacement-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-emplacement
                   NOT AT END
                       PERFORM COMPARER-EMPLACEMENT-REPRISE
               END-READ
           END-PERFORM.

       COMPARER-EMPLACEMENT-REPRISE.
           MOVE emplacement-code-produit TO code-ecart-reprise
           MOVE emplacement-code-lieu TO lieu-ecart-reprise
           PERFORM VERIFIER-COUVERTURE-REPRISE
           IF produit-est-couvert
               MOVE emplacement-quantite TO quantite-actuelle
               MOVE code-ecart-reprise TO sld-code
               MOVE lieu-ecart-reprise TO sld-lieu
               READ solde-fichier
                   INVALID KEY
                       MOVE 0 TO quantite-reconstituee
                   NOT INVALID KEY
                       MOVE sld-quantite TO quantite-reconstituee
               END-READ
               IF quantite-reconstituee NOT = quantite-actuelle
                   PERFORM EDITER-ECART-REPRISE
                   IF reprise-reconstruction
                       IF quantite-reconstituee < 0
                           MOVE 0 TO emplacement-quantite
                       ELSE
                           MOVE quantite-reconstituee TO emplacement-quantite
                       END-IF
                       REWRITE emplacement-enregistrement
                   END-IF
               END-IF
           END-IF.

       AJOUTER-EMPLACEMENTS-REPRISE.
           MOVE "EMPLACEMENT" TO libelle-niveau-reprise
           MOVE SPACES TO lot-ecart-reprise
           MOVE SPACES TO code-couvert
           MOVE LOW-VALUES TO sld-cle
           MOVE "N" TO fin-fichier-solde
           START solde-fichier KEY IS NOT LESS THAN sld-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-solde
           END-START
           PERFORM UNTIL fin-de-fichier-solde
               READ solde-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-solde
                   NOT AT END
                       IF sld-lieu = lieu-total-fiche
                           MOVE sld-code TO code-couvert
                       ELSE
                           IF sld-lieu NOT = SPACES AND sld-code = code-couvert
                               AND sld-quantite > 0
                               PERFORM AJOUTER-EMPLACEMENT-REPRISE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AJOUTER-EMPLACEMENT-REPRISE.
           MOVE sld-code TO emplacement-code-produit
           MOVE sld-lieu TO emplacement-code-lieu
           READ emplacement-fichier
               INVALID KEY
                   MOVE sld-code TO code-ecart-reprise
                   MOVE sld-lieu TO lieu-ecart-reprise
                   MOVE 0 TO quantite-actuelle
                   MOVE sld-quantite TO quantite-reconstituee
                   PERFORM EDITER-ECART-REPRISE
                   IF reprise-reconstruction
                       MOVE sld-code TO emplacement-code-produit
                       MOVE sld-lieu TO emplacement-code-lieu
                       MOVE sld-quantite TO emplacement-quantite
                       MOVE 0 TO emplacement-quantite-reservee
                       WRITE emplacement-enregistrement
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       COMPARER-LOTS-REPRISE.
           MOVE "LOT" TO libelle-niveau-reprise
           MOVE LOW-VALUES TO lot-stock-cle
           MOVE "N" TO fin-fichier-lot-stock
           START lot-stock-fichier KEY IS NOT LESS THAN lot-stock-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-lot-stock
           END-START
           PERFORM UNTIL fin-de-fichier-lot-stock
               READ lot-stock-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-lot-stock
                   NOT AT END
                       PERFORM COMPARER-LOT-REPRISE
               END-READ
           END-PERFORM.

       COMPARER-LOT-REPRISE.
           MOVE lot-stock-code-produit TO code-ecart-reprise
           MOVE lot-stock-code-lieu TO lieu-ecart-reprise
           MOVE lot-stock-numero TO lot-ecart-reprise
           PERFORM VERIFIER-COUVERTURE-REPRISE
           IF produit-est-couvert
               MOVE lot-stock-quantite TO quantite-actuelle
               MOVE code-ecart-reprise TO rlot-code
               MOVE lieu-ecart-reprise TO rlot-lieu
               MOVE lot-ecart-reprise TO rlot-numero
               READ reprise-lot-fichier
                   INVALID KEY
                       MOVE 0 TO quantite-reconstituee
                   NOT INVALID KEY
                       MOVE rlot-quantite TO quantite-reconstituee
               END-READ
               IF quantite-reconstituee NOT = quantite-actuelle
                   PERFORM EDITER-ECART-REPRISE
                   IF reprise-reconstruction
                       IF quantite-reconstituee <= 0
                           DELETE lot-stock-fichier
                       ELSE
                           MOVE quantite-reconstituee TO lot-stock-quantite
                           REWRITE lot-stock-enregistrement
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AJOUTER-LOTS-REPRISE.
           MOVE "LOT" TO libelle-niveau-reprise
           MOVE LOW-VALUES TO rlot-cle
           MOVE "N" TO fin-fichier-reprise-lot
           START reprise-lot-fichier KEY IS NOT LESS THAN rlot-cle
               INVALID KEY
                   MOVE "O" TO fin-fichier-reprise-lot
           END-START
           PERFORM UNTIL fin-de-fichier-reprise-lot
               READ reprise-lot-fichier NEXT RECORD
                   AT END
                       MOVE "O" TO fin-fichier-reprise-lot
                   NOT AT END
                       IF rlot-quantite > 0
                           PERFORM AJOUTER-LOT-REPRISE
                       END-IF
               END-READ
           END-PERFORM.

       AJOUTER-LOT-REPRISE.
           MOVE rlot-code TO code-ecart-reprise
           MOVE rlot-lieu TO lieu-ecart-reprise
           MOVE rlot-numero TO lot-ecart-reprise
           PERFORM VERIFIER-COUVERTURE-REPRISE
           IF produit-est-couvert
               MOVE rlot-code TO lot-stock-code-produit
               MOVE rlot-lieu TO lot-stock-code-lieu
               MOVE rlot-numero TO lot-stock-numero
               READ lot-stock-fichier
                   INVALID KEY
                       MOVE 0 TO quantite-actuelle
                       MOVE rlot-quantite TO quantite-reconstituee
                       PERFORM EDITER-ECART-REPRISE
                       IF reprise-reconstruction
                           MOVE rlot-code TO lot-stock-code-produit
                           MOVE rlot-lieu TO lot-stock-code-lieu
                           MOVE rlot-numero TO lot-stock-numero
                           MOVE rlot-peremption TO lot-stock-peremption
                           MOVE rlot-quantite TO lot-stock-quantite
                           WRITE lot-stock-enregistrement
                       END-IF
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       EDITER-ECART-REPRISE.
           COMPUTE ecart-reprise = quantite-reconstituee - quantite-actuelle
           MOVE quantite-actuelle TO quantite-actuelle-editee
           MOVE quantite-reconstituee TO quantite-reconstituee-editee
           MOVE ecart-reprise TO ecart-reprise-edite
           DISPLAY libelle-niveau-reprise " " code-ecart-reprise
               " " lieu-ecart-reprise " " lot-ecart-reprise
               " actuel : " quantite-actuelle-editee
               ", reconstitué : " quantite-reconstituee-editee
               ", écart : " ecart-reprise-edite
           MOVE SPACES TO ligne-etat
           STRING libelle-niveau-reprise " " code-ecart-reprise
               " " lieu-ecart-reprise " " lot-ecart-reprise
               " ACTUEL " quantite-actuelle-editee
               " RECONSTITUE " quantite-reconstituee-editee
               " ECART " ecart-reprise-edite
               DELIMITED BY SIZE INTO ligne-etat
           IF quantite-reconstituee < 0
               STRING " NEGATIF" DELIMITED BY SIZE
                   INTO ligne-etat(100:8)
           END-IF
           PERFORM ECRIRE-LIGNE-ETAT-REPRISE
           ADD 1 TO nombre-ecarts-reprise
           ADD 1 TO nombre-lignes-etat.

       ECRIRE-LIGNE-ETAT-REPRISE.
           IF compteur-lignes-etat >= lignes-par-page-etat
               PERFORM ECRIRE-TOTAL-PAGE-ETAT-REPRISE
               PERFORM ECRIRE-ENTETE-ETAT-REPRISE
           END-IF
           WRITE etat-reprise-ligne FROM ligne-etat
           ADD 1 TO compteur-lignes-etat.

       ECRIRE-ENTETE-ETAT-REPRISE.
           ADD 1 TO numero-page-etat
           MOVE SPACES TO ligne-etat
           IF reprise-reconstruction
               STRING "RECONSTRUCTION DES STOCKS"
                   DELIMITED BY SIZE INTO ligne-etat
           ELSE
               STRING "COMPARAISON DES STOCKS"
                   DELIMITED BY SIZE INTO ligne-etat
           END-IF
           STRING " - CLOTURE DU " date-cloture-reference " " heure-cloture-reference
               " + MOUVEMENTS - EDITE LE " horodatage-courant(1:8)
               " - PAGE " numero-page-etat
               DELIMITED BY SIZE INTO ligne-etat(30:103)
           WRITE etat-reprise-ligne FROM ligne-etat
           MOVE SPACES TO ligne-etat
           WRITE etat-reprise-ligne FROM ligne-etat
           MOVE 0 TO compteur-lignes-etat.

       ECRIRE-TOTAL-PAGE-ETAT-REPRISE.
           IF numero-page-etat > 0
               MOVE SPACES TO ligne-etat
               STRING "FIN DE PAGE " numero-page-etat
                   DELIMITED BY SIZE INTO ligne-etat
               WRITE etat-reprise-ligne FROM ligne-etat
           END-IF.

       ARRETER-OUVERTURE-MAITRE.
           DISPLAY "Erreur fatale : ouverture de " nom-fichier-maitre
               " impossible, statut " statut-fichier-maitre "."
           DISPLAY "Si le fichier est à l'ancien format, lancer le programme avec le paramètre CONVERT."
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       CONVERTIR-FICHIERS-MAITRES.
           MOVE 0 TO code-retour-final
           MOVE "CONVERSION DES FICHIERS MAITRES" TO texte-journal-batch
           PERFORM ECRIRE-JOURNAL-BATCH
           PERFORM CONVERTIR-PRODUITS
           PERFORM CONVERTIR-EMPLACEMENTS
           PERFORM CONVERTIR-CLIENTS
           MOVE SPACES TO texte-journal-batch
           STRING "FIN DE CONVERSION, CODE RETOUR " code-retour-final
               DELIMITED BY SIZE INTO texte-journal-batch
           PERFORM ECRIRE-JOURNAL-BATCH.

       CONVERTIR-PRODUITS.
           MOVE "produits.dat" TO nom-fichier-maitre
           OPEN INPUT produit-fichier
           MOVE statut-produit-fichier TO statut-fichier-maitre
           EVALUATE statut-fichier-maitre
               WHEN "00"
                   CLOSE produit-fichier
                   PERFORM SIGNALER-FICHIER-A-JOUR
               WHEN "35"
                   PERFORM SIGNALER-FICHIER-ABSENT
               WHEN OTHER
                   OPEN INPUT produit-ancien-fichier
                   IF statut-ancien-fichier NOT = "00"
                       PERFORM SIGNALER-ERREUR-CONVERSION
                   ELSE
                       MOVE 0 TO nombre-convertis
                       MOVE "N" TO fin-fichier-conversion
                       OPEN OUTPUT conversion-fichier
                       PERFORM UNTIL fin-de-fichier-conversion
                           READ produit-ancien-fichier NEXT RECORD
                               AT END
                                   MOVE "O" TO fin-fichier-conversion
                               NOT AT END
                                   WRITE conversion-ligne FROM produit-ancien-record
                           END-READ
                       END-PERFORM
                       CLOSE produit-ancien-fichier
                       CLOSE conversion-fichier
                       OPEN OUTPUT produit-fichier
                       OPEN INPUT conversion-fichier
                       MOVE "N" TO fin-fichier-conversion
                       PERFORM UNTIL fin-de-fichier-conversion
                           READ conversion-fichier
                               AT END
                                   MOVE "O" TO fin-fichier-conversion
                               NOT AT END
                                   MOVE conversion-ligne(1:107) TO produit-record
                                   MOVE SPACE TO produit-classe-abc
                                   WRITE produit-record
                                   ADD 1 TO nombre-convertis
                           END-READ
                       END-PERFORM
                       CLOSE conversion-fichier
                       CLOSE produit-fichier
                       PERFORM SIGNALER-FICHIER-CONVERTI
                   END-IF
           END-EVALUATE.

       CONVERTIR-EMPLACEMENTS.
           MOVE "stock-emplacement.dat" TO nom-fichier-maitre
           OPEN INPUT emplacement-fichier
           MOVE statut-emplacement-fichier TO statut-fichier-maitre
           EVALUATE statut-fichier-maitre
               WHEN "00"
                   CLOSE emplacement-fichier
                   PERFORM SIGNALER-FICHIER-A-JOUR
               WHEN "35"
                   PERFORM SIGNALER-FICHIER-ABSENT
               WHEN OTHER
                   OPEN INPUT emplacement-ancien-fichier
                   IF statut-ancien-fichier NOT = "00"
                       PERFORM SIGNALER-ERREUR-CONVERSION
                   ELSE
                       MOVE 0 TO nombre-convertis
                       MOVE "N" TO fin-fichier-conversion
                       OPEN OUTPUT conversion-fichier
                       PERFORM UNTIL fin-de-fichier-conversion
                           READ emplacement-ancien-fichier NEXT RECORD
                               AT END
                                   MOVE "O" TO fin-fichier-conversion
                               NOT AT END
                                   WRITE conversion-ligne
                                       FROM emplacement-ancien-enregistrement
                           END-READ
                       END-PERFORM
                       CLOSE emplacement-ancien-fichier
                       CLOSE conversion-fichier
                       OPEN OUTPUT emplacement-fichier
                       OPEN INPUT conversion-fichier
                       MOVE "N" TO fin-fichier-conversion
                       PERFORM UNTIL fin-de-fichier-conversion
                           READ conversion-fichier
                               AT END
                                   MOVE "O" TO fin-fichier-conversion
                               NOT AT END
                                   MOVE conversion-ligne(1:20)
                                       TO emplacement-enregistrement
                                   MOVE 0 TO emplacement-quantite-reservee
                                   WRITE emplacement-enregistrement
                                   ADD 1 TO nombre-convertis
                           END-READ
                       END-PERFORM
                       CLOSE conversion-fichier
                       CLOSE emplacement-fichier
                       PERFORM SIGNALER-FICHIER-CONVERTI
                   END-IF
           END-EVALUATE.

       CONVERTIR-CLIENTS.
           MOVE "clients.dat" TO nom-fichier-maitre
           OPEN INPUT client-fichier
           MOVE statut-client-fichier TO statut-fichier-maitre
           EVALUATE statut-fichier-maitre
               WHEN "00"
                   CLOSE client-fichier
                   PERFORM SIGNALER-FICHIER-A-JOUR
               WHEN "35"
                   PERFORM SIGNALER-FICHIER-ABSENT
               WHEN OTHER
                   OPEN INPUT client-ancien-fichier
                   IF statut-ancien-fichier NOT = "00"
                       PERFORM SIGNALER-ERREUR-CONVERSION
                   ELSE
                       MOVE 0 TO nombre-convertis
                       MOVE "N" TO fin-fichier-conversion
                       OPEN OUTPUT conversion-fichier
                       PERFORM UNTIL fin-de-fichier-conversion
                           READ client-ancien-fichier NEXT RECORD
                               AT END
                                   MOVE "O" TO fin-fichier-conversion
                               NOT AT END
                                   WRITE conversion-ligne FROM client-ancien-record
                           END-READ
                       END-PERFORM
                       CLOSE client-ancien-fichier
                       CLOSE conversion-fichier
                       OPEN OUTPUT client-fichier
                       OPEN INPUT conversion-fichier
                       MOVE "N" TO fin-fichier-conversion
                       PERFORM UNTIL fin-de-fichier-conversion
                           READ conversion-fichier
                               AT END
                                   MOVE "O" TO fin-fichier-conversion
                               NOT AT END
                                   MOVE conversion-ligne(1:70) TO client-record
                                   MOVE 0 TO client-plafond-credit
                                   MOVE 0 TO client-delai-paiement
                                   WRITE client-record
                                   ADD 1 TO nombre-convertis
                           END-READ
                       END-PERFORM
                       CLOSE conversion-fichier
                       CLOSE client-fichier
                       PERFORM SIGNALER-FICHIER-CONVERTI
                   END-IF
           END-EVALUATE.

       SIGNALER-FICHIER-A-JOUR.
           DISPLAY nom-fichier-maitre " : déjà au format courant, non converti."
           MOVE SPACES TO texte-journal-batch
           STRING "CONVERSION " DELIMITED BY SIZE
               nom-fichier-maitre DELIMITED BY SPACE
               " : DEJA AU FORMAT COURANT" DELIMITED BY SIZE
               INTO texte-journal-batch
           PERFORM ECRIRE-JOURNAL-BATCH.

       SIGNALER-FICHIER-ABSENT.
           DISPLAY nom-fichier-maitre " : fichier absent, rien à convertir."
           MOVE SPACES TO texte-journal-batch
           STRING "CONVERSION " DELIMITED BY SIZE
               nom-fichier-maitre DELIMITED BY SPACE
               " : FICHIER ABSENT" DELIMITED BY SIZE
               INTO texte-journal-batch
           PERFORM ECRIRE-JOURNAL-BATCH.

       SIGNALER-FICHIER-CONVERTI.
           DISPLAY nom-fichier-maitre " : " nombre-convertis
               " enregistrement(s) convertis au format courant."
           MOVE SPACES TO texte-journal-batch
           STRING "CONVERSION " DELIMITED BY SIZE
               nom-fichier-maitre DELIMITED BY SPACE
               " : " nombre-convertis " ENREGISTREMENT(S)" DELIMITED BY SIZE
               INTO texte-journal-batch
           PERFORM ECRIRE-JOURNAL-BATCH.

       SIGNALER-ERREUR-CONVERSION.
           DISPLAY "Erreur : " nom-fichier-maitre " illisible (statut "
               statut-fichier-maitre " / " statut-ancien-fichier "), non converti."
           MOVE SPACES TO texte-journal-batch
           STRING "CONVERSION " DELIMITED BY SIZE
               nom-fichier-maitre DELIMITED BY SPACE
               " : ERREUR STATUT " statut-fichier-maitre " / " statut-ancien-fichier
               DELIMITED BY SIZE INTO texte-journal-batch
           PERFORM ECRIRE-JOURNAL-BATCH
           MOVE 16 TO code-retour-final.

       OUVRIR-FICHIER.
           OPEN I-O produit-fichier
               CLOSE produit-fichier
               OPEN I-O produit-fichier
           END-IF
           IF statut-produit-fichier NOT = "00"
               MOVE "produits.dat" TO nom-fichier-maitre
               MOVE statut-produit-fichier TO statut-fichier-maitre
               PERFORM ARRETER-OUVERTURE-MAITRE
           END-IF
           OPEN I-O emplacement-fichier
           IF statut-emplacement-fichier = "35"
               OPEN OUTPUT emplacement-fichier
               CLOSE emplacement-fichier
               OPEN I-O emplacement-fichier
           END-IF
           IF statut-emplacement-fichier NOT = "00"
               MOVE "stock-emplacement.dat" TO nom-fichier-maitre
               MOVE statut-emplacement-fichier TO statut-fichier-maitre
               PERFORM ARRETER-OUVERTURE-MAITRE
           END-IF
           OPEN I-O fournisseur-fichier
           IF statut-fournisseur-fichier = "35"
               OPEN OUTPUT fournisseur-fichier
               CLOSE fournisseur-fichier
               OPEN I-O fournisseur-fichier
           END-IF
           OPEN I-O catalogue-fichier
           IF statut-catalogue-fichier = "35"
               OPEN OUTPUT catalogue-fichier
               CLOSE catalogue-fichier
               OPEN I-O catalogue-fichier
           END-IF
           OPEN I-O client-fichier
           IF statut-client-fichier = "35"
               OPEN OUTPUT client-fichier
               CLOSE client-fichier
               OPEN I-O client-fichier
           END-IF
           IF statut-client-fichier NOT = "00"
               MOVE "clients.dat" TO nom-fichier-maitre
               MOVE statut-client-fichier TO statut-fichier-maitre
               PERFORM ARRETER-OUVERTURE-MAITRE
           END-IF
           OPEN I-O lot-stock-fichier
           IF statut-lot-stock-fichier = "35"
               OPEN OUTPUT lot-stock-fichier
               OPEN OUTPUT operateur-fichier
               CLOSE operateur-fichier
               OPEN I-O operateur-fichier
           END-IF
           OPEN I-O tva-fichier
           IF statut-tva-fichier = "35"
               OPEN OUTPUT tva-fichier
               CLOSE tva-fichier
               OPEN I-O tva-fichier
           END-IF
           OPEN I-O compte-client-fichier
           IF statut-compte-client-fichier = "35"
               OPEN OUTPUT compte-client-fichier
               CLOSE compte-client-fichier
               OPEN I-O compte-client-fichier
           END-IF
           OPEN I-O commande-client-fichier
           IF statut-commande-client-fichier = "35"
               OPEN OUTPUT commande-client-fichier
               CLOSE commande-client-fichier
               OPEN I-O commande-client-fichier
           END-IF
           OPEN I-O ligne-commande-fichier
           IF statut-ligne-commande-fichier = "35"
               OPEN OUTPUT ligne-commande-fichier
               CLOSE ligne-commande-fichier
               OPEN I-O ligne-commande-fichier
           END-IF
           OPEN I-O nomenclature-fichier
           IF statut-nomenclature-fichier = "35"
               OPEN OUTPUT nomenclature-fichier
               CLOSE nomenclature-fichier
               OPEN I-O nomenclature-fichier
           END-IF
           OPEN I-O session-caisse-fichier
           IF statut-session-caisse-fichier = "35"
               OPEN OUTPUT session-caisse-fichier
               CLOSE session-caisse-fichier
               OPEN I-O session-caisse-fichier
           END-IF.

       FERMER-FICHIER.
           CLOSE produit-fichier
           CLOSE emplacement-fichier
           CLOSE fournisseur-fichier
           CLOSE catalogue-fichier
           CLOSE client-fichier
           CLOSE lot-stock-fichier
           CLOSE operateur-fichier
           CLOSE tva-fichier
           CLOSE compte-client-fichier
           CLOSE commande-client-fichier
           CLOSE ligne-commande-fichier
           CLOSE nomenclature-fichier
           CLOSE session-caisse-fichier.
