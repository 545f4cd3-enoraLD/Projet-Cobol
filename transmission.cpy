        *>Cette méthode transmet une commande fournisseur déjà
        *>enregistrée, choisie par son numéro
        TRANSMETTRE_COMMANDE_FOURN.
                DISPLAY "Entrez le numero de la commande a transmettre"
                ACCEPT numeroCdeF
                PERFORM GENERER_TRANSMISSION_CDEF.

        *>Cette méthode écrit le fichier de transmission de la
        *>commande numeroCdeF au format de commande du distributeur
        *>(CDEnnnnnnnnn.txt) : un enregistrement ENT avec notre code
        *>client, le numéro et la date de la commande, un LIG par
        *>ligne (numéro de ligne, EAN, quantité, titre) et un FIN de
        *>contrôle (nombre de lignes et quantité totale) ; l'entête
        *>de la commande est ensuite marquée transmise
        GENERER_TRANSMISSION_CDEF.
                MOVE 0 TO cdeFTrouvee
                OPEN I-O fcommandesF
                MOVE numeroCdeF TO cf_numero
                MOVE 0 TO cf_ligne
                READ fcommandesF
                    INVALID KEY
                        DISPLAY "Commande inconnue"
                        MOVE cr_fcommandesF TO statutFichierOp
                        MOVE "LECTURE CDE FOURNISSEUR"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                    NOT INVALID KEY
                        IF cf_statut = 2 THEN
                            DISPLAY "Commande deja soldee, rien a ",
                                "transmettre"
                        ELSE
                            MOVE 1 TO cdeFTrouvee
                            MOVE cf_fournisseur TO codeFournisseur
                            IF cf_dateEnvoi > 0 THEN
                                DISPLAY "Commande deja transmise le ",
                                    cf_dateEnvoi
                                DISPLAY "La retransmettre ",
                                    "(1=oui, 2=non) ?"
                                ACCEPT choixTransCdeF
                                IF choixTransCdeF NOT = 1 THEN
                                    MOVE 0 TO cdeFTrouvee
                                END-IF
                            END-IF
                        END-IF
                END-READ

                *>Sans notre code client, le distributeur ne peut pas
                *>rattacher la commande à notre compte
                IF cdeFTrouvee = 1 THEN
                    PERFORM VERIF_FOURNISSEUR
                    IF fournisseurTrouve = 0 THEN
                        MOVE SPACES TO fs_compteClient
                    END-IF
                    IF fs_compteClient = SPACES THEN
                        DISPLAY "Code client inconnu chez le ",
                            "fournisseur ", codeFournisseur,
                            " : renseignez-le d'abord"
                        MOVE 0 TO cdeFTrouvee
                    END-IF
                END-IF

                IF cdeFTrouvee = 1 THEN
                    MOVE SPACES TO nomRapport
                    STRING "CDE" DELIMITED BY SIZE
                        numeroCdeF DELIMITED BY SIZE
                        ".txt" DELIMITED BY SIZE
                        INTO nomRapport
                    END-STRING
                    OPEN OUTPUT frapport
                    MOVE SPACES TO tamp_frapport
                    STRING "ENT;" DELIMITED BY SIZE
                        fs_compteClient DELIMITED BY " "
                        ";" DELIMITED BY SIZE
                        numeroCdeF DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        cf_dateCommande DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    WRITE tamp_frapport

                    MOVE 0 TO transNbLignes
                    MOVE 0 TO transQteTotale
                    MOVE 0 TO transSansEan
                    OPEN INPUT finventaire
                    MOVE 0 TO finLignesCdeF
                    MOVE 1 TO ligneCdeF
                    PERFORM ECRIRE_LIGNE_TRANSMISSION
                        UNTIL finLignesCdeF = 1
                    CLOSE finventaire

                    MOVE SPACES TO tamp_frapport
                    STRING "FIN;" DELIMITED BY SIZE
                        transNbLignes DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        transQteTotale DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    WRITE tamp_frapport
                    CLOSE frapport

                    *>L'entête garde la date de la transmission
                    MOVE numeroCdeF TO cf_numero
                    MOVE 0 TO cf_ligne
                    READ fcommandesF
                        INVALID KEY
                            DISPLAY "Entete de commande introuvable"
                        NOT INVALID KEY
                            MOVE tamp_fcommandeF TO journalAvant
                            ACCEPT cf_dateEnvoi FROM DATE YYYYMMDD
                            REWRITE tamp_fcommandeF
                             INVALID KEY
                               DISPLAY "Erreur de maj de la commande"
                            END-REWRITE
                            MOVE cr_fcommandesF TO statutFichierOp
                            MOVE "MAJ CDE FOURNISSEUR"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                            MOVE "CDEFOURN" TO journalFichier
                            MOVE "ENVOI" TO journalOperation
                            MOVE cf_numero TO journalCle
                            MOVE tamp_fcommandeF TO journalApres
                            PERFORM JOURNALISER
                    END-READ
                    DISPLAY "Commande ", numeroCdeF, " transmise : ",
                        transNbLignes, " ligne(s), ", transQteTotale,
                        " exemplaire(s) dans ", nomRapport
                    IF transSansEan > 0 THEN
                        DISPLAY transSansEan, " ligne(s) sans EAN, ",
                            "a confirmer avec le fournisseur"
                    END-IF
                END-IF
                CLOSE fcommandesF.

        *>Ecrit l'enregistrement LIG de la ligne ligneCdeF : l'EAN
        *>vient de la fiche inventaire du site ; une référence sans
        *>code-barres part au titre seul et est signalée
        ECRIRE_LIGNE_TRANSMISSION.
                MOVE numeroCdeF TO cf_numero
                MOVE ligneCdeF TO cf_ligne
                READ fcommandesF
                    INVALID KEY
                        MOVE 1 TO finLignesCdeF
                    NOT INVALID KEY
                        MOVE cf_titreComics TO fi_titre
                        MOVE siteLocal TO fi_site
                        READ finventaire KEY IS fi_cleInv
                            INVALID KEY
                                MOVE SPACES TO fi_codeEan
                        END-READ
                        IF fi_codeEan = SPACES THEN
                            ADD 1 TO transSansEan
                            DISPLAY cf_titreComics, " : pas d'EAN ",
                                "connu"
                        END-IF
                        MOVE SPACES TO tamp_frapport
                        STRING "LIG;" DELIMITED BY SIZE
                            cf_ligne DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            fi_codeEan DELIMITED BY " "
                            ";" DELIMITED BY SIZE
                            cf_qteCommandee DELIMITED BY SIZE
                            ";" DELIMITED BY SIZE
                            cf_titreComics DELIMITED BY "  "
                            INTO tamp_frapport
                        END-STRING
                        WRITE tamp_frapport
                        ADD 1 TO transNbLignes
                        ADD cf_qteCommandee TO transQteTotale
                        ADD 1 TO ligneCdeF
                END-READ.

        *>Cette méthode intègre l'accusé de réception d'un
        *>fournisseur : chaque ligne du fichier donne, pour une
        *>ligne de commande, les quantités confirmée, mise en
        *>reliquat et annulée ; une ligne dont le total dépasse la
        *>quantité commandée part en rejet, un total inférieur est
        *>intégré mais signalé
        IMPORTER_AR_COMMANDE.
                DISPLAY "Entrez le nom du fichier d'accuse de ",
                    "reception"
                ACCEPT nomImport
                DISPLAY "La premiere ligne contient les ",
                    "entetes (1=oui, 2=non) ?"
                ACCEPT entetePresente
                DISPLAY "Colonnes attendues : commande;ligne;",
                    "confirmee;reliquat;annulee"

                OPEN INPUT fimport
                IF cr_fimport NOT = 0 THEN
                    DISPLAY "Fichier d'accuse de reception ",
                        "introuvable"
                ELSE
                    OPEN OUTPUT frejets
                    OPEN I-O fcommandesF
                    MOVE 0 TO nbLignesImportees
                    MOVE 0 TO nbLignesRejetees
                    MOVE 0 TO arNbEcarts
                    MOVE 0 TO premiereLigneLue
                    MOVE 1 TO Wfin
                    PERFORM WITH TEST AFTER UNTIL Wfin = 0
                        READ fimport
                        AT END MOVE 0 TO Wfin
                        NOT AT END
                            MOVE tamp_fimport TO ligneImportee
                            IF premiereLigneLue = 0 AND
                               entetePresente = 1 THEN
                                CONTINUE
                            ELSE
                                IF ligneImportee NOT = SPACES THEN
                                    PERFORM INTEGRER_LIGNE_AR
                                END-IF
                            END-IF
                            MOVE 1 TO premiereLigneLue
                    END-PERFORM
                    CLOSE fcommandesF
                    CLOSE frejets
                    CLOSE fimport
                    DISPLAY nbLignesImportees,
                        " ligne(s) integree(s) dont ", arNbEcarts,
                        " avec ecart, ", nbLignesRejetees,
                        " rejetee(s) dans rejets.csv"
                END-IF.

        *>Contrôle et intègre une ligne de l'accusé de réception
        *>(le fichier des commandes est ouvert en mise à jour)
        INTEGRER_LIGNE_AR.
                MOVE SPACES TO champImport1
                MOVE SPACES TO champImport2
                MOVE SPACES TO champImport3
                MOVE SPACES TO champImport4
                MOVE SPACES TO champImport5
                UNSTRING ligneImportee DELIMITED BY ";"
                    INTO champImport1 champImport2 champImport3
                         champImport4 champImport5
                END-UNSTRING
                MOVE 1 TO ligneImportOk
                MOVE SPACES TO motifRejet

                MOVE champImport1 TO montantTexte
                PERFORM PARSER_ENTIER_IMPORT
                IF montantValide = 0 OR valeurEntiere = 0 OR
                   valeurEntiere > 999999999 THEN
                    MOVE "numero de commande invalide" TO motifRejet
                    MOVE 0 TO ligneImportOk
                ELSE
                    MOVE valeurEntiere TO arNumero
                END-IF

                IF ligneImportOk = 1 THEN
                    MOVE champImport2 TO montantTexte
                    PERFORM PARSER_ENTIER_IMPORT
                    IF montantValide = 0 OR valeurEntiere = 0 OR
                       valeurEntiere > 999 THEN
                        MOVE "numero de ligne invalide" TO motifRejet
                        MOVE 0 TO ligneImportOk
                    ELSE
                        MOVE valeurEntiere TO arLigne
                    END-IF
                END-IF

                IF ligneImportOk = 1 THEN
                    MOVE champImport3 TO montantTexte
                    PERFORM PARSER_ENTIER_IMPORT
                    IF montantValide = 0 OR valeurEntiere > 9999 THEN
                        MOVE "quantite confirmee invalide"
                            TO motifRejet
                        MOVE 0 TO ligneImportOk
                    ELSE
                        MOVE valeurEntiere TO arQteConfirmee
                    END-IF
                END-IF

                IF ligneImportOk = 1 THEN
                    MOVE champImport4 TO montantTexte
                    PERFORM PARSER_ENTIER_IMPORT
                    IF montantValide = 0 OR valeurEntiere > 9999 THEN
                        MOVE "quantite en reliquat invalide"
                            TO motifRejet
                        MOVE 0 TO ligneImportOk
                    ELSE
                        MOVE valeurEntiere TO arQteReliquat
                    END-IF
                END-IF

                IF ligneImportOk = 1 THEN
                    MOVE champImport5 TO montantTexte
                    PERFORM PARSER_ENTIER_IMPORT
                    IF montantValide = 0 OR valeurEntiere > 9999 THEN
                        MOVE "quantite annulee invalide" TO motifRejet
                        MOVE 0 TO ligneImportOk
                    ELSE
                        MOVE valeurEntiere TO arQteAnnulee
                    END-IF
                END-IF

                *>La ligne doit exister et le fournisseur ne peut pas
                *>répartir plus que la quantité commandée
                IF ligneImportOk = 1 THEN
                    MOVE arNumero TO cf_numero
                    MOVE arLigne TO cf_ligne
                    READ fcommandesF
                        INVALID KEY
                            MOVE "ligne de commande inconnue"
                                TO motifRejet
                            MOVE 0 TO ligneImportOk
                        NOT INVALID KEY
                            COMPUTE arQteTotale = arQteConfirmee
                                + arQteReliquat + arQteAnnulee
                            IF arQteTotale > cf_qteCommandee THEN
                                MOVE "total superieur a la commande"
                                    TO motifRejet
                                MOVE 0 TO ligneImportOk
                            END-IF
                    END-READ
                END-IF

                IF ligneImportOk = 1 THEN
                    IF arQteTotale < cf_qteCommandee THEN
                        ADD 1 TO arNbEcarts
                        DISPLAY "ECART sur ", cf_titreComics,
                            " (commande ", arNumero, ") : ",
                            arQteTotale, " reparti(s) sur ",
                            cf_qteCommandee, " commande(s)"
                    END-IF
                    MOVE tamp_fcommandeF TO journalAvant
                    MOVE arQteConfirmee TO cf_qteConfirmee
                    MOVE arQteReliquat TO cf_qteReliquat
                    MOVE arQteAnnulee TO cf_qteAnnulee
                    ACCEPT cf_dateAR FROM DATE YYYYMMDD
                    REWRITE tamp_fcommandeF
                     INVALID KEY
                       DISPLAY "Erreur de maj de la ligne"
                    END-REWRITE
                    MOVE cr_fcommandesF TO statutFichierOp
                    MOVE "MAJ LIGNE CDE FOURN" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    MOVE "CDEFOURN" TO journalFichier
                    MOVE "AR" TO journalOperation
                    MOVE cf_cle TO journalCle
                    MOVE tamp_fcommandeF TO journalApres
                    PERFORM JOURNALISER
                    ADD 1 TO nbLignesImportees
                ELSE
                    ADD 1 TO nbLignesRejetees
                    PERFORM REJETER_LIGNE_IMPORT
                END-IF.

        *>Cette méthode édite dans reliquatsFourn.txt les lignes des
        *>commandes en cours que le fournisseur a annulées ou mises
        *>en reliquat, avec le nombre de précommandes clients en
        *>attente sur le titre : de quoi prévenir les clients ou
        *>recommander ailleurs
        RAPPORT_RELIQUATS_FOURN.
                MOVE 0 TO reliqNbLignes
                MOVE 0 TO cdeFTrouvee
                MOVE "reliquatsFourn.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "RELIQUATS ET ANNULATIONS" TO rapportTitre
                MOVE SPACES TO rapportColonnes
                STRING "CDE FOURNISSEUR TITRE " DELIMITED BY SIZE
                    "CDE CONF RELIQ ANNUL RECU PRECO" DELIMITED BY SIZE
                    INTO rapportColonnes
                END-STRING
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                OPEN INPUT fcommandesF
                OPEN INPUT ffournisseurs
                OPEN INPUT fprecommandes
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fcommandesF NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE cr_fcommandesF TO statutFichierOp
                        MOVE "LECTURE CDE FOURNISSEUR"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        *>L'entête précède ses lignes : une commande
                        *>soldée n'a plus rien à signaler
                        IF cf_ligne = 0 THEN
                            MOVE 0 TO cdeFTrouvee
                            IF cf_statut NOT = 2 THEN
                                MOVE 1 TO cdeFTrouvee
                                MOVE cf_fournisseur TO fs_code
                                READ ffournisseurs
                                    INVALID KEY
                                        MOVE SPACES TO fs_nom
                                END-READ
                                MOVE fs_nom TO reliqNomFourn
                            END-IF
                        ELSE
                            IF cdeFTrouvee = 1 AND cf_dateAR > 0 AND
                               (cf_qteAnnulee > 0 OR
                                (cf_qteReliquat > 0 AND
                                 cf_qteRecue + cf_qteAnnulee <
                                 cf_qteCommandee)) THEN
                                PERFORM EDITER_LIGNE_RELIQUAT
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fprecommandes
                CLOSE ffournisseurs
                CLOSE fcommandesF
                MOVE SPACES TO tamp_frapport
                STRING reliqNbLignes DELIMITED BY SIZE
                    " ligne(s) annulee(s) ou en reliquat"
                        DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY reliqNbLignes, " ligne(s) annulee(s) ou en ",
                    "reliquat, rapport ecrit dans ", nomRapport.

        *>Compte les précommandes en attente sur le titre de la
        *>ligne courante puis écrit la ligne du rapport
        EDITER_LIGNE_RELIQUAT.
                ADD 1 TO reliqNbLignes
                MOVE 0 TO reliqNbPreco
                MOVE cf_titreComics TO pc_titre
                MOVE 1 TO reliqFinPreco
                START fprecommandes KEY IS EQUAL TO pc_titre
                    INVALID KEY MOVE 0 TO reliqFinPreco
                END-START
                PERFORM UNTIL reliqFinPreco = 0
                    READ fprecommandes NEXT
                    AT END MOVE 0 TO reliqFinPreco
                    NOT AT END
                        IF pc_titre NOT = cf_titreComics THEN
                            MOVE 0 TO reliqFinPreco
                        ELSE
                            IF pc_statut = 0 THEN
                                ADD 1 TO reliqNbPreco
                            END-IF
                        END-IF
                END-PERFORM
                MOVE SPACES TO tamp_frapport
                STRING cf_numero DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    reliqNomFourn(1:20) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    cf_titreComics DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    cf_qteCommandee DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    cf_qteConfirmee DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    cf_qteReliquat DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    cf_qteAnnulee DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    cf_qteRecue DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    reliqNbPreco DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                IF reliqNbPreco > 0 THEN
                    DISPLAY cf_titreComics, " : ", reliqNbPreco,
                        " precommande(s) client en attente"
                END-IF.

        *>Cette méthode saisit notre code client chez un
        *>fournisseur, repris dans les commandes transmises
        SAISIR_COMPTE_CLIENT_FOURN.
                DISPLAY "Entrez le code du fournisseur"
                ACCEPT codeFournisseur
                OPEN I-O ffournisseurs
                MOVE codeFournisseur TO fs_code
                READ ffournisseurs
                    INVALID KEY
                        DISPLAY "Fournisseur inconnu"
                    NOT INVALID KEY
                        MOVE tamp_ffournisseur TO journalAvant
                        DISPLAY fs_nom, " - code client actuel : ",
                            fs_compteClient
                        DISPLAY "Nouveau code client (0 pour ",
                            "l'effacer)"
                        ACCEPT fs_compteClient
                        IF fs_compteClient = "0" THEN
                            MOVE SPACES TO fs_compteClient
                        END-IF
                        REWRITE tamp_ffournisseur
                         INVALID KEY
                           DISPLAY "Erreur de maj du fournisseur"
                        END-REWRITE
                        MOVE cr_ffournisseurs TO statutFichierOp
                        MOVE "MAJ FOURNISSEUR" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE "FOURNISSEURS" TO journalFichier
                        MOVE "MAJ" TO journalOperation
                        MOVE fs_code TO journalCle
                        MOVE tamp_ffournisseur TO journalApres
                        PERFORM JOURNALISER
                END-READ
                CLOSE ffournisseurs.
