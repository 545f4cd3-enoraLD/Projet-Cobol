        *>Cette méthode importe le flux bibliographique du
        *>distributeur pour tenir à jour les références existantes
        *>(rapprochées par leur code-barres EAN) : les changements de
        *>prix public deviennent des tarifs programmés à leur date
        *>d'effet, auteur, série et tome sont complétés quand ils
        *>manquent, la disponibilité éditeur est reportée ; le compte
        *>rendu fluxBiblio.txt liste les changements, les nouveautés
        *>et nos références que le flux ne cite plus
        IMPORTER_FLUX_BIBLIO.
                DISPLAY "Entrez le nom du fichier du flux"
                ACCEPT nomImport
                DISPLAY "La premiere ligne contient les ",
                    "entetes (1=oui, 2=non) ?"
                ACCEPT entetePresente
                DISPLAY "Colonnes attendues : ean;titre;auteur;",
                    "serie;tome;prixPublic;dateEffet;dispo"
                DISPLAY "(dispo : D disponible, R en reimpression, ",
                    "E epuise)"
                PERFORM IMPORTER_FLUX_BIBLIO_TRAITEMENT
                IF fluxFichierOk = 0 THEN
                    DISPLAY "Fichier du flux introuvable"
                END-IF.

        *>Coeur de l'import du flux, sans aucune saisie : le nom du
        *>fichier est dans nomImport, ce qui permet au mode batch de
        *>l'enchaîner sans clavier
        IMPORTER_FLUX_BIBLIO_TRAITEMENT.
                MOVE 0 TO fluxFichierOk
                OPEN INPUT fimport
                IF cr_fimport = 0 THEN
                    MOVE 1 TO fluxFichierOk
                    ACCEPT fluxDateRun FROM DATE YYYYMMDD
                    MOVE 0 TO fluxNbModifs
                    MOVE 0 TO fluxNbNouveaux
                    MOVE 0 TO fluxNbAbsents
                    MOVE 0 TO fluxNbTarifs
                    MOVE "fluxBiblio.txt" TO nomRapport
                    OPEN OUTPUT frapport
                    MOVE "FLUX BIBLIOGRAPHIQUE" TO rapportTitre
                    MOVE "TYPE    REFERENCE / DETAIL" TO rapportColonnes
                    MOVE 0 TO nbLignesEdition
                    PERFORM INITIALISER_EDITION
                    OPEN OUTPUT frejets
                    OPEN I-O finventaire
                    MOVE 0 TO nbLignesImportees
                    MOVE 0 TO nbLignesRejetees
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
                                    PERFORM INTEGRER_LIGNE_FLUX
                                END-IF
                            END-IF
                            MOVE 1 TO premiereLigneLue
                    END-PERFORM
                    CLOSE finventaire
                    CLOSE frejets
                    CLOSE fimport

                    PERFORM LISTER_ABSENTS_FLUX

                    MOVE SPACES TO tamp_frapport
                    STRING fluxNbModifs DELIMITED BY SIZE
                        " modifiee(s), " DELIMITED BY SIZE
                        fluxNbTarifs DELIMITED BY SIZE
                        " tarif(s), " DELIMITED BY SIZE
                        fluxNbNouveaux DELIMITED BY SIZE
                        " nouveaute(s), " DELIMITED BY SIZE
                        fluxNbAbsents DELIMITED BY SIZE
                        " absente(s) du flux" DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM PIED_EDITION
                    CLOSE frapport
                    DISPLAY nbLignesImportees, " ligne(s) lue(s), ",
                        nbLignesRejetees, " rejetee(s) dans rejets.csv"
                    DISPLAY fluxNbModifs, " reference(s) modifiee(s), ",
                        fluxNbTarifs, " tarif(s) programme(s), ",
                        fluxNbNouveaux, " nouveaute(s), ",
                        fluxNbAbsents, " absente(s) du flux"
                    DISPLAY "Compte rendu ecrit dans ", nomRapport
                END-IF.

        *>Contrôle une ligne du flux puis l'applique à chacune des
        *>fiches portant son EAN (une par boutique qui tient
        *>l'album) ; un EAN inconnu chez nous est une nouveauté
        INTEGRER_LIGNE_FLUX.
                MOVE SPACES TO champImport1
                MOVE SPACES TO champImport2
                MOVE SPACES TO champImport3
                MOVE SPACES TO champImport4
                MOVE SPACES TO champImport5
                MOVE SPACES TO champImport6
                MOVE SPACES TO champImport7
                MOVE SPACES TO champImport8
                UNSTRING ligneImportee DELIMITED BY ";"
                    INTO champImport1 champImport2 champImport3
                         champImport4 champImport5 champImport6
                         champImport7 champImport8
                END-UNSTRING
                MOVE 1 TO ligneImportOk
                MOVE SPACES TO motifRejet

                IF champImport1 = SPACES THEN
                    MOVE "ean vide" TO motifRejet
                    MOVE 0 TO ligneImportOk
                ELSE
                    MOVE champImport1 TO fluxEan
                END-IF

                *>Colonne tome vide = pas d'information
                IF ligneImportOk = 1 THEN
                    MOVE 0 TO fluxTome
                    IF champImport5 NOT = SPACES THEN
                        MOVE champImport5 TO montantTexte
                        PERFORM PARSER_ENTIER_IMPORT
                        IF montantValide = 0 OR valeurEntiere > 999
                        THEN
                            MOVE "tome invalide" TO motifRejet
                            MOVE 0 TO ligneImportOk
                        ELSE
                            MOVE valeurEntiere TO fluxTome
                        END-IF
                    END-IF
                END-IF

                *>Colonne prix vide = prix inchangé
                IF ligneImportOk = 1 THEN
                    MOVE 0 TO fluxPrix
                    IF champImport6 NOT = SPACES THEN
                        MOVE champImport6 TO montantTexte
                        PERFORM PARSER_MONTANT_IMPORT
                        IF montantValide = 0 OR montantImporte = 0
                        THEN
                            MOVE "prix public invalide" TO motifRejet
                            MOVE 0 TO ligneImportOk
                        ELSE
                            MOVE montantImporte TO fluxPrix
                        END-IF
                    END-IF
                END-IF

                *>Sans date d'effet, le nouveau prix vaut dès le jour
                *>de l'import
                IF ligneImportOk = 1 THEN
                    MOVE fluxDateRun TO fluxDateEffet
                    IF champImport7 NOT = SPACES THEN
                        MOVE champImport7 TO dateSaisie
                        PERFORM VALIDER_FORMAT_DATE
                        IF dateValide = 0 THEN
                            MOVE "date d'effet invalide" TO motifRejet
                            MOVE 0 TO ligneImportOk
                        ELSE
                            PERFORM CONVERTIR_DATE_TRI
                            MOVE dateTri TO fluxDateEffet
                        END-IF
                    END-IF
                END-IF

                IF ligneImportOk = 1 THEN
                    MOVE champImport8 TO fluxDispo
                    IF fluxDispo NOT = SPACES AND
                       fluxDispo NOT = "D" AND
                       fluxDispo NOT = "R" AND
                       fluxDispo NOT = "E" THEN
                        MOVE "disponibilite invalide" TO motifRejet
                        MOVE 0 TO ligneImportOk
                    END-IF
                END-IF

                IF ligneImportOk = 1 THEN
                    ADD 1 TO nbLignesImportees
                    MOVE 0 TO fluxRefTrouvee
                    MOVE 0 TO fluxTarifFait
                    MOVE fluxEan TO fi_codeEan
                    MOVE 1 TO fluxFin
                    START finventaire KEY IS EQUAL TO fi_codeEan
                        INVALID KEY MOVE 0 TO fluxFin
                    END-START
                    PERFORM UNTIL fluxFin = 0
                        READ finventaire NEXT
                        AT END MOVE 0 TO fluxFin
                        NOT AT END
                            IF fi_codeEan NOT = fluxEan THEN
                                MOVE 0 TO fluxFin
                            ELSE
                                PERFORM MAJ_FICHE_FLUX
                            END-IF
                    END-PERFORM
                    IF fluxRefTrouvee = 0 THEN
                        PERFORM SIGNALER_NOUVEAUTE_FLUX
                    END-IF
                ELSE
                    ADD 1 TO nbLignesRejetees
                    PERFORM REJETER_LIGNE_IMPORT
                END-IF.

        *>Applique la ligne du flux à la fiche qui vient d'être lue
        *>(le fichier est ouvert en mise à jour) : seules les zones
        *>vides sont complétées, le prix n'est jamais écrasé mais
        *>programmé ; chaque changement fait une ligne du compte
        *>rendu
        MAJ_FICHE_FLUX.
                MOVE 1 TO fluxRefTrouvee
                MOVE 0 TO fluxModif
                MOVE tamp_finventaire TO journalAvant

                IF fi_auteur = SPACES AND champImport3 NOT = SPACES
                THEN
                    MOVE champImport3 TO fi_auteur
                    MOVE 1 TO fluxModif
                    MOVE SPACES TO fluxMention
                    STRING "auteur renseigne : " DELIMITED BY SIZE
                        fi_auteur DELIMITED BY "  "
                        INTO fluxMention
                    END-STRING
                    PERFORM ECRIRE_CHANGEMENT_FLUX
                END-IF
                IF fi_serie = SPACES AND champImport4 NOT = SPACES
                THEN
                    MOVE champImport4 TO fi_serie
                    MOVE 1 TO fluxModif
                    MOVE SPACES TO fluxMention
                    STRING "serie renseignee : " DELIMITED BY SIZE
                        fi_serie DELIMITED BY "  "
                        INTO fluxMention
                    END-STRING
                    PERFORM ECRIRE_CHANGEMENT_FLUX
                END-IF
                IF fi_tome = 0 AND fluxTome > 0 THEN
                    MOVE fluxTome TO fi_tome
                    MOVE 1 TO fluxModif
                    MOVE SPACES TO fluxMention
                    STRING "tome renseigne : " DELIMITED BY SIZE
                        fi_tome DELIMITED BY SIZE
                        INTO fluxMention
                    END-STRING
                    PERFORM ECRIRE_CHANGEMENT_FLUX
                END-IF
                IF fluxDispo NOT = SPACES AND fluxDispo NOT = fi_dispo
                THEN
                    MOVE SPACES TO fluxMention
                    STRING "disponibilite " DELIMITED BY SIZE
                        fi_dispo DELIMITED BY SIZE
                        " -> " DELIMITED BY SIZE
                        fluxDispo DELIMITED BY SIZE
                        INTO fluxMention
                    END-STRING
                    MOVE fluxDispo TO fi_dispo
                    MOVE 1 TO fluxModif
                    PERFORM ECRIRE_CHANGEMENT_FLUX
                END-IF

                *>Le prix public du neuf suit l'éditeur par un tarif
                *>programmé, une seule fois par titre même s'il est
                *>tenu par les deux boutiques
                IF fi_occasion = 0 AND fluxPrix > 0 THEN
                    IF fi_prixPublic > 0 THEN
                        MOVE fi_prixPublic TO fluxPrixActuel
                    ELSE
                        MOVE fi_prix TO fluxPrixActuel
                    END-IF
                    IF fluxPrix NOT = fluxPrixActuel AND
                       fluxTarifFait = 0 THEN
                        MOVE 1 TO fluxTarifFait
                        PERFORM PROGRAMMER_TARIF_FLUX
                    END-IF
                END-IF

                MOVE fluxDateRun TO fi_dateFlux
                REWRITE tamp_finventaire
                 INVALID KEY
                   DISPLAY "Erreur de maj de la reference"
                END-REWRITE
                MOVE cr_finventaire TO statutFichierOp
                MOVE "MAJ REFERENCE FLUX" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                IF fluxModif = 1 THEN
                    ADD 1 TO fluxNbModifs
                    MOVE "INVENTAIRE" TO journalFichier
                    MOVE "MAJ" TO journalOperation
                    MOVE fi_titre TO journalCle
                    MOVE tamp_finventaire TO journalApres
                    PERFORM JOURNALISER
                END-IF.

        *>Programme le nouveau prix public du flux à sa date
        *>d'effet, sauf si le même tarif l'est déjà (flux rejoué)
        PROGRAMMER_TARIF_FLUX.
                MOVE fi_titre TO tp_titre
                MOVE fluxDateEffet TO tp_dateEffet
                MOVE 0 TO trouve
                OPEN INPUT ftarifs
                READ ftarifs
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF tp_prix = fluxPrix THEN
                            MOVE 1 TO trouve
                        END-IF
                END-READ
                CLOSE ftarifs
                IF trouve = 0 THEN
                    MOVE fi_titre TO tp_titre
                    MOVE fluxDateEffet TO tp_dateEffet
                    MOVE fluxPrix TO tp_prix
                    PERFORM ECRIRE_TARIF
                    ADD 1 TO fluxNbTarifs
                    MOVE fluxPrixActuel TO prixEdite
                    MOVE fluxPrix TO prixEdite2
                    MOVE SPACES TO fluxMention
                    STRING "prix public " DELIMITED BY SIZE
                        prixEdite DELIMITED BY SIZE
                        " -> " DELIMITED BY SIZE
                        prixEdite2 DELIMITED BY SIZE
                        " EUR au " DELIMITED BY SIZE
                        fluxDateEffet DELIMITED BY SIZE
                        INTO fluxMention
                    END-STRING
                    MOVE "TARIF" TO fluxType
                    PERFORM ECRIRE_LIGNE_FLUX
                END-IF.

        *>Ligne de compte rendu d'un changement sur la fiche
        *>courante, décrit dans fluxMention
        ECRIRE_CHANGEMENT_FLUX.
                MOVE "MODIF" TO fluxType
                PERFORM ECRIRE_LIGNE_FLUX.

        *>Ecrit une ligne du compte rendu : type, titre et site de
        *>la fiche courante puis le détail fluxMention
        ECRIRE_LIGNE_FLUX.
                MOVE SPACES TO tamp_frapport
                STRING fluxType DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fi_titre DELIMITED BY SIZE
                    " site " DELIMITED BY SIZE
                    fi_site DELIMITED BY SIZE
                    " : " DELIMITED BY SIZE
                    fluxMention DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.

        *>Un EAN du flux que nous ne tenons pas : c'est une
        *>nouveauté, signalée comme tome à venir quand sa série
        *>est déjà suivie en boutique
        SIGNALER_NOUVEAUTE_FLUX.
                ADD 1 TO fluxNbNouveaux
                MOVE 0 TO fluxSerieSuivie
                IF champImport4 NOT = SPACES THEN
                    MOVE champImport4 TO fi_serie
                    START finventaire KEY IS EQUAL TO fi_serie
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 1 TO fluxSerieSuivie
                    END-START
                END-IF
                MOVE fluxPrix TO prixEdite
                MOVE SPACES TO fluxMention
                IF fluxSerieSuivie = 1 THEN
                    MOVE "(serie suivie)" TO fluxMention
                    DISPLAY "Nouveau tome annonce : ", champImport2,
                        " (", champImport4, ")"
                END-IF
                MOVE SPACES TO tamp_frapport
                STRING "NOUVEAU " DELIMITED BY SIZE
                    fluxEan DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    champImport2 DELIMITED BY "  "
                    " / " DELIMITED BY SIZE
                    champImport4 DELIMITED BY "  "
                    " T" DELIMITED BY SIZE
                    fluxTome DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " EUR " DELIMITED BY SIZE
                    fluxDispo DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fluxMention DELIMITED BY "  "
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.

        *>Parcourt l'inventaire et signale les références neuves à
        *>code-barres que le flux du jour n'a pas citées, avec la
        *>date du dernier flux qui les citait
        LISTER_ABSENTS_FLUX.
                OPEN INPUT finventaire
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ finventaire NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF fi_occasion = 0 AND
                           fi_codeEan NOT = SPACES AND
                           fi_dateFlux NOT = fluxDateRun THEN
                            ADD 1 TO fluxNbAbsents
                            MOVE SPACES TO fluxMention
                            IF fi_dateFlux = 0 THEN
                                STRING fi_codeEan DELIMITED BY SIZE
                                    " jamais cite par le flux"
                                        DELIMITED BY SIZE
                                    INTO fluxMention
                                END-STRING
                            ELSE
                                STRING fi_codeEan DELIMITED BY SIZE
                                    " plus cite depuis le "
                                        DELIMITED BY SIZE
                                    fi_dateFlux DELIMITED BY SIZE
                                    INTO fluxMention
                                END-STRING
                            END-IF
                            MOVE "ABSENT" TO fluxType
                            PERFORM ECRIRE_LIGNE_FLUX
                        END-IF
                END-PERFORM
                CLOSE finventaire.
