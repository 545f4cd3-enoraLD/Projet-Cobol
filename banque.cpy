        *>Cette méthode regroupe le rapprochement bancaire : import
        *>du relevé de la banque, rapprochement automatique puis
        *>manuel avec les opérations attendues, état de
        *>rapprochement à la date du relevé et prévision de
        *>trésorerie des semaines à venir
        GERER_BANQUE.
                MOVE 0 TO choixMenuBanque
                PERFORM WITH TEST AFTER UNTIL choixMenuBanque = 0
                        DISPLAY "   -- RAPPROCHEMENT BANCAIRE --"
                        DISPLAY "      -Importer un releve (1)"
                        DISPLAY "      -Rapprochement automatique (2)"
                        DISPLAY "      -Rapprochement manuel (3)"
                        DISPLAY "      -Etat de rapprochement (4)"
                        DISPLAY "      -Prevision de tresorerie (5)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuBanque
                        EVALUATE choixMenuBanque
                            WHEN 1
                                PERFORM IMPORTER_RELEVE_BANQUE
                            WHEN 2
                                PERFORM RAPPROCHER_BANQUE_AUTO
                            WHEN 3
                                PERFORM RAPPROCHER_BANQUE_MANUEL
                            WHEN 4
                                PERFORM ETAT_RAPPROCHEMENT_BANQUE
                            WHEN 5
                                PERFORM PREVISION_TRESORERIE
                        END-EVALUATE
                END-PERFORM.

        *>Ecrit une opération bancaire hors caisse : type obType,
        *>mode obMode, montant signé obMontant, tiers obTiers, pièce
        *>obPiece, référence obReference et libellé obLibelle sont
        *>renseignés par l'appelant ; l'opération est datée du jour
        *>sauf si obDate est renseignée
        ENREGISTRER_OPERATION_BANQUE.
                MOVE "OPEBQ" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO ob_id
                IF obDate > 0 THEN
                    MOVE obDate TO ob_date
                    MOVE 0 TO obDate
                ELSE
                    ACCEPT ob_date FROM DATE YYYYMMDD
                END-IF
                MOVE obType TO ob_type
                MOVE obMode TO ob_mode
                MOVE obMontant TO ob_montant
                MOVE obTiers TO ob_tiers
                MOVE obPiece TO ob_piece
                MOVE obReference TO ob_reference
                MOVE obLibelle TO ob_libelle
                MOVE 0 TO ob_statut
                MOVE 0 TO ob_dateRappro
                MOVE operateurConnecte TO ob_operateur
                MOVE siteLocal TO ob_site
                OPEN I-O foperationsBq
                WRITE tamp_foperationBq
                END-WRITE
                MOVE cr_foperationsBq TO statutFichierOp
                MOVE "ECRITURE OPERATION BANQUE"
                    TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE foperationsBq
                MOVE "OPEBANQUE" TO journalFichier
                MOVE "ECRITURE" TO journalOperation
                MOVE ob_id TO journalCle
                MOVE SPACES TO journalAvant
                MOVE tamp_foperationBq TO journalApres
                PERFORM JOURNALISER.

        *>Demande comment part le paiement d'une facture
        *>fournisseur : la référence attendue sur le relevé est le
        *>numéro du chèque, ou FACT suivi du numéro de facture pour
        *>un virement (ff_numero est dans le tampon)
        SAISIR_MODE_PAIEMENT_FOURN.
                MOVE 0 TO obChoixMode
                PERFORM WITH TEST AFTER
                        UNTIL obChoixMode = 1 OR obChoixMode = 2
                    DISPLAY "Paiement par virement (1) ou par ",
                        "cheque (2) ?"
                    ACCEPT obChoixMode
                END-PERFORM
                MOVE SPACES TO obReference
                IF obChoixMode = 2 THEN
                    MOVE "C" TO obMode
                    DISPLAY "Numero du cheque ?"
                    ACCEPT obNumCheque
                    MOVE obNumCheque TO obReference
                ELSE
                    MOVE "V" TO obMode
                    STRING "FACT" DELIMITED BY SIZE
                        ff_numero DELIMITED BY SIZE
                        INTO obReference
                    END-STRING
                END-IF.

        *>Cette méthode importe un relevé bancaire (colonnes
        *>date;libelle;reference;debit;credit, date au format
        *>jj/mm/aaaa) ; une ligne déjà importée par un relevé
        *>précédent (même date, libellé, référence et montant)
        *>n'est pas reprise
        IMPORTER_RELEVE_BANQUE.
                DISPLAY "Entrez le nom du fichier du releve"
                ACCEPT nomImport
                DISPLAY "La premiere ligne contient les entetes ",
                    "(1=oui, 2=non) ?"
                ACCEPT entetePresente
                DISPLAY "Colonnes attendues : date;libelle;",
                    "reference;debit;credit"
                OPEN INPUT fimport
                IF cr_fimport NOT = 0 THEN
                    DISPLAY "Fichier du releve introuvable"
                ELSE
                    MOVE 0 TO bkNbLues
                    MOVE 0 TO bkNbDoublons
                    MOVE 0 TO nbLignesImportees
                    MOVE 0 TO nbLignesRejetees
                    MOVE 0 TO premiereLigneLue
                    OPEN I-O freleveBq
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
                                    PERFORM INTEGRER_LIGNE_RELEVE
                                END-IF
                            END-IF
                            MOVE 1 TO premiereLigneLue
                    END-PERFORM
                    CLOSE freleveBq
                    CLOSE fimport
                    DISPLAY bkNbLues, " ligne(s) lue(s), ",
                        nbLignesImportees, " importee(s), ",
                        bkNbDoublons, " deja connue(s), ",
                        nbLignesRejetees, " refusee(s)"
                END-IF.

        *>Contrôle puis enregistre une ligne du relevé (le fichier
        *>des lignes est ouvert en mise à jour)
        INTEGRER_LIGNE_RELEVE.
                MOVE SPACES TO champImport1
                MOVE SPACES TO champImport2
                MOVE SPACES TO champImport3
                MOVE SPACES TO champImport4
                MOVE SPACES TO champImport5
                UNSTRING ligneImportee DELIMITED BY ";"
                    INTO champImport1 champImport2 champImport3
                         champImport4 champImport5
                END-UNSTRING
                ADD 1 TO bkNbLues
                MOVE 1 TO ligneImportOk
                MOVE SPACES TO motifRejet
                MOVE champImport1 TO dateSaisie
                PERFORM VALIDER_FORMAT_DATE
                IF dateValide = 0 THEN
                    MOVE "date invalide" TO motifRejet
                    MOVE 0 TO ligneImportOk
                ELSE
                    PERFORM CONVERTIR_DATE_TRI
                END-IF
                IF ligneImportOk = 1 THEN
                    IF champImport4 NOT = SPACES THEN
                        MOVE champImport4 TO montantTexte
                        PERFORM PARSER_MONTANT_IMPORT
                        COMPUTE obMontant = 0 - montantImporte
                    ELSE
                        MOVE champImport5 TO montantTexte
                        PERFORM PARSER_MONTANT_IMPORT
                        MOVE montantImporte TO obMontant
                    END-IF
                    IF montantValide = 0 OR montantImporte = 0 THEN
                        MOVE "montant invalide" TO motifRejet
                        MOVE 0 TO ligneImportOk
                    END-IF
                END-IF
                IF ligneImportOk = 1 THEN
                    PERFORM VERIFIER_DOUBLON_RELEVE
                    IF bkTrouve > 0 THEN
                        ADD 1 TO bkNbDoublons
                    ELSE
                        MOVE "RELEVE" TO cptCle
                        PERFORM PROCHAIN_ID_COMPTEUR
                        MOVE cptValeur TO bq_id
                        MOVE dateTri TO bq_date
                        MOVE champImport2 TO bq_libelle
                        MOVE champImport3 TO bq_reference
                        MOVE obMontant TO bq_montant
                        MOVE 0 TO bq_statut
                        MOVE SPACES TO bq_cleRappro
                        MOVE 0 TO bq_dateRappro
                        MOVE SPACES TO bq_motif
                        WRITE tamp_freleveBq
                        END-WRITE
                        MOVE cr_freleveBq TO statutFichierOp
                        MOVE "ECRITURE LIGNE RELEVE"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        ADD 1 TO nbLignesImportees
                    END-IF
                ELSE
                    ADD 1 TO nbLignesRejetees
                    DISPLAY "Ligne refusee (", motifRejet, ") : ",
                        ligneImportee
                END-IF.

        *>Cherche parmi les lignes déjà importées du même jour une
        *>ligne identique ; bkTrouve passe à 1 si elle existe
        VERIFIER_DOUBLON_RELEVE.
                MOVE 0 TO bkTrouve
                MOVE dateTri TO bq_date
                MOVE 1 TO bkFin
                START freleveBq KEY IS = bq_date
                    INVALID KEY MOVE 0 TO bkFin
                END-START
                PERFORM UNTIL bkFin = 0 OR bkTrouve > 0
                    READ freleveBq NEXT
                    AT END MOVE 0 TO bkFin
                    NOT AT END
                        IF bq_date NOT = dateTri THEN
                            MOVE 0 TO bkFin
                        ELSE
                            IF bq_montant = obMontant AND
                               bq_libelle = champImport2 AND
                               bq_reference = champImport3 THEN
                                MOVE 1 TO bkTrouve
                            END-IF
                        END-IF
                END-PERFORM.

        *>Saisit la période des lignes du relevé à traiter dans
        *>bkDateDebut et bkDateFin
        SAISIR_PERIODE_BANQUE.
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Debut de la periode du releve ",
                        "(jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI
                MOVE dateTri TO bkDateDebut
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Fin de la periode du releve (jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI
                MOVE dateTri TO bkDateFin.

        *>Recule bkDateCalc d'un jour
        RECULER_JOUR_BANQUE.
                IF bkCalcJour > 1 THEN
                    SUBTRACT 1 FROM bkCalcJour
                ELSE
                    IF bkCalcMois > 1 THEN
                        SUBTRACT 1 FROM bkCalcMois
                    ELSE
                        MOVE 12 TO bkCalcMois
                        SUBTRACT 1 FROM bkCalcAnnee
                    END-IF
                    COMPUTE agFinMois = bkCalcAnnee * 100 + bkCalcMois
                    PERFORM CALCULER_FIN_DE_MOIS
                    MOVE agDernierJour TO bkCalcJour
                END-IF.

        *>Charge dans la table des opérations attendues tout ce qui
        *>doit paraître au relevé entre bkDateDebut (moins le délai
        *>de passage en banque) et bkDateFin et qui n'est encore
        *>rapproché à aucune ligne : encaissements carte et remises
        *>de chèques du jour, remises d'espèces du coffre, paiements
        *>de factures fournisseurs et paiements d'ardoise reçus par
        *>virement
        CHARGER_ATTENDUS_BANQUE.
                MOVE 0 TO bkNbAttendus
                MOVE 0 TO bkSature
                MOVE 0 TO bkNbJours
                MOVE bkDateDebut TO bkDateCalc
                PERFORM RECULER_JOUR_BANQUE bkFenetre TIMES
                MOVE bkDateCalc TO bkDateBas
                OPEN INPUT freleveBq

                *>Encaissements carte et chèques, cumulés par jour
                *>comme la télécollecte et la remise de chèques
                OPEN INPUT freglements
                MOVE 1 TO bkFin
                PERFORM WITH TEST AFTER UNTIL bkFin = 0
                    READ freglements NEXT
                    AT END MOVE 0 TO bkFin
                    NOT AT END
                        IF rg_date NOT < bkDateBas AND
                           rg_date NOT > bkDateFin AND
                           (rg_mode = 2 OR rg_mode = 4) THEN
                            PERFORM CUMULER_JOUR_BANQUE
                        END-IF
                END-PERFORM
                CLOSE freglements
                PERFORM VARYING idxBkJour FROM 1 BY 1
                        UNTIL idxBkJour > bkNbJours
                    IF bj_carte(idxBkJour) > 0 THEN
                        MOVE bj_date(idxBkJour) TO obPiece
                        PERFORM PREPARER_ATTENDU_BANQUE
                        STRING "CB" DELIMITED BY SIZE
                            bj_date(idxBkJour) DELIMITED BY SIZE
                            INTO obReference
                        END-STRING
                        MOVE bj_carte(idxBkJour) TO obMontant
                        MOVE "C" TO obType
                        MOVE "ENCAISSEMENTS CARTE" TO obLibelle
                        PERFORM AJOUTER_ATTENDU_BANQUE
                    END-IF
                    IF bj_cheques(idxBkJour) > 0 THEN
                        MOVE bj_date(idxBkJour) TO obPiece
                        PERFORM PREPARER_ATTENDU_BANQUE
                        STRING "CHQ" DELIMITED BY SIZE
                            bj_date(idxBkJour) DELIMITED BY SIZE
                            INTO obReference
                        END-STRING
                        MOVE bj_cheques(idxBkJour) TO obMontant
                        MOVE "Q" TO obType
                        MOVE "REMISE DE CHEQUES" TO obLibelle
                        PERFORM AJOUTER_ATTENDU_BANQUE
                    END-IF
                END-PERFORM

                *>Remises d'espèces du coffre, sous leur référence
                OPEN INPUT fcoffre
                MOVE 1 TO bkFin
                PERFORM WITH TEST AFTER UNTIL bkFin = 0
                    READ fcoffre NEXT
                    AT END MOVE 0 TO bkFin
                    NOT AT END
                        IF co_type = "B" AND
                           co_date NOT < bkDateBas AND
                           co_date NOT > bkDateFin THEN
                            MOVE co_date TO obPiece
                            PERFORM PREPARER_ATTENDU_BANQUE
                            MOVE co_reference TO obReference
                            COMPUTE obMontant = 0 - co_montant
                            MOVE "E" TO obType
                            MOVE "REMISE D'ESPECES" TO obLibelle
                            PERFORM AJOUTER_ATTENDU_BANQUE
                        END-IF
                END-PERFORM
                CLOSE fcoffre

                *>Paiements fournisseurs et virements d'ardoise
                OPEN INPUT foperationsBq
                MOVE 1 TO bkFin
                PERFORM WITH TEST AFTER UNTIL bkFin = 0
                    READ foperationsBq NEXT
                    AT END MOVE 0 TO bkFin
                    NOT AT END
                        IF ob_date NOT < bkDateBas AND
                           ob_date NOT > bkDateFin THEN
                            MOVE ob_date TO obPiece
                            PERFORM PREPARER_ATTENDU_BANQUE
                            MOVE ob_reference TO obReference
                            MOVE ob_montant TO obMontant
                            MOVE ob_type TO obType
                            MOVE ob_libelle TO obLibelle
                            PERFORM AJOUTER_ATTENDU_BANQUE
                        END-IF
                END-PERFORM
                CLOSE foperationsBq
                CLOSE freleveBq
                IF bkSature = 1 THEN
                    DISPLAY "ATTENTION : plus de 500 operations ",
                        "attendues, rapprochement partiel"
                END-IF.

        *>Range l'encaissement carte ou chèque courant dans le
        *>cumul de son jour
        CUMULER_JOUR_BANQUE.
                MOVE 0 TO bkTrouve
                PERFORM VARYING idxBkJour FROM 1 BY 1
                        UNTIL idxBkJour > bkNbJours
                    IF bj_date(idxBkJour) = rg_date THEN
                        MOVE idxBkJour TO bkTrouve
                    END-IF
                END-PERFORM
                IF bkTrouve = 0 THEN
                    IF bkNbJours < 100 THEN
                        ADD 1 TO bkNbJours
                        MOVE bkNbJours TO bkTrouve
                        MOVE rg_date TO bj_date(bkTrouve)
                        MOVE 0 TO bj_carte(bkTrouve)
                        MOVE 0 TO bj_cheques(bkTrouve)
                    ELSE
                        MOVE 1 TO bkSature
                    END-IF
                END-IF
                IF bkTrouve > 0 THEN
                    IF rg_mode = 2 THEN
                        ADD rg_montant TO bj_carte(bkTrouve)
                    ELSE
                        ADD rg_montant TO bj_cheques(bkTrouve)
                    END-IF
                END-IF.

        *>Remet à blanc la référence et le libellé de l'opération
        *>attendue en préparation (sa date est dans obPiece)
        PREPARER_ATTENDU_BANQUE.
                MOVE SPACES TO obReference
                MOVE SPACES TO obLibelle.

        *>Ajoute l'opération préparée (date obPiece, source obType,
        *>montant obMontant, référence obReference, libellé
        *>obLibelle) à la table, sauf si une ligne du relevé lui
        *>est déjà rapprochée ; sa clé est la référence pour une
        *>remise d'espèces ou un encaissement du jour, OB suivi du
        *>numéro pour une opération hors caisse
        AJOUTER_ATTENDU_BANQUE.
                IF bkNbAttendus < 500 THEN
                    ADD 1 TO bkNbAttendus
                    MOVE SPACES TO ba_cle(bkNbAttendus)
                    IF obType = "F" OR obType = "A" THEN
                        STRING "OB" DELIMITED BY SIZE
                            ob_id DELIMITED BY SIZE
                            INTO ba_cle(bkNbAttendus)
                        END-STRING
                    ELSE
                        MOVE obReference TO ba_cle(bkNbAttendus)
                    END-IF
                    *>Les encaissements du jour n'ont pas de
                    *>référence lisible sur le relevé
                    IF obType = "C" OR obType = "Q" THEN
                        MOVE SPACES TO obReference
                    END-IF
                    MOVE obPiece TO ba_date(bkNbAttendus)
                    MOVE obMontant TO ba_montant(bkNbAttendus)
                    MOVE obType TO ba_source(bkNbAttendus)
                    MOVE obReference TO ba_reference(bkNbAttendus)
                    MOVE obLibelle TO ba_libelle(bkNbAttendus)
                    MOVE 0 TO ba_rapproche(bkNbAttendus)
                    MOVE ba_cle(bkNbAttendus) TO bq_cleRappro
                    READ freleveBq KEY IS bq_cleRappro
                        INVALID KEY CONTINUE
                        NOT INVALID KEY SUBTRACT 1 FROM bkNbAttendus
                    END-READ
                ELSE
                    MOVE 1 TO bkSature
                END-IF.

        *>Cette méthode rapproche automatiquement les lignes du
        *>relevé de la période : d'abord sur le montant, le délai
        *>de passage et la référence lue dans le libellé, puis sur
        *>le montant et le délai seuls pour ce qui reste
        RAPPROCHER_BANQUE_AUTO.
                PERFORM SAISIR_PERIODE_BANQUE
                PERFORM CHARGER_ATTENDUS_BANQUE
                MOVE 0 TO bkNbRapproches
                MOVE 1 TO bkPasse
                PERFORM PASSE_RAPPROCHEMENT_BANQUE
                MOVE 2 TO bkPasse
                PERFORM PASSE_RAPPROCHEMENT_BANQUE
                DISPLAY bkNbRapproches, " ligne(s) du releve ",
                    "rapprochee(s) sur ", bkNbAttendus,
                    " operation(s) attendue(s)"
                DISPLAY "Le reste se traite en rapprochement manuel".

        *>Un passage sur les lignes non rapprochées de la période
        PASSE_RAPPROCHEMENT_BANQUE.
                OPEN I-O freleveBq
                MOVE bkDateDebut TO bq_date
                MOVE 1 TO bkFin
                START freleveBq KEY IS NOT LESS THAN bq_date
                    INVALID KEY MOVE 0 TO bkFin
                END-START
                PERFORM UNTIL bkFin = 0
                    READ freleveBq NEXT
                    AT END MOVE 0 TO bkFin
                    NOT AT END
                        IF bq_date > bkDateFin THEN
                            MOVE 0 TO bkFin
                        ELSE
                            IF bq_statut = 0 THEN
                                PERFORM CHERCHER_ATTENDU_LIGNE
                                IF bkTrouve > 0 THEN
                                    MOVE bkTrouve TO idxAttendu
                                    PERFORM MARQUER_LIGNE_RAPPROCHEE
                                END-IF
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE freleveBq.

        *>Cherche pour la ligne courante du relevé une opération
        *>attendue libre de même montant, passée en banque dans le
        *>délai ; au premier passage la référence de l'opération
        *>doit en plus se lire dans le libellé ou la référence de
        *>la ligne
        CHERCHER_ATTENDU_LIGNE.
                MOVE 0 TO bkTrouve
                MOVE bq_date TO datePseudoIn
                PERFORM CALCULER_JOURS_PSEUDO
                MOVE joursPseudo TO bkJoursLigne
                MOVE SPACES TO bkTexte
                STRING bq_libelle DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    bq_reference DELIMITED BY SIZE
                    INTO bkTexte
                END-STRING
                PERFORM VARYING idxAttendu FROM 1 BY 1
                        UNTIL idxAttendu > bkNbAttendus
                           OR bkTrouve > 0
                    IF ba_rapproche(idxAttendu) = 0 AND
                       ba_montant(idxAttendu) = bq_montant THEN
                        MOVE ba_date(idxAttendu) TO datePseudoIn
                        PERFORM CALCULER_JOURS_PSEUDO
                        MOVE joursPseudo TO bkJoursAttendu
                        IF bkJoursLigne NOT < bkJoursAttendu AND
                           bkJoursLigne - bkJoursAttendu
                               NOT > bkFenetre THEN
                            IF bkPasse = 2 THEN
                                MOVE idxAttendu TO bkTrouve
                            ELSE
                                IF ba_reference(idxAttendu)
                                   NOT = SPACES THEN
                                    PERFORM CHERCHER_REFERENCE_BANQUE
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.

        *>Cherche la référence de l'opération idxAttendu dans le
        *>texte de la ligne du relevé
        CHERCHER_REFERENCE_BANQUE.
                MOVE 20 TO bkLongRef
                PERFORM UNTIL bkLongRef = 1 OR
                        ba_reference(idxAttendu)(bkLongRef:1)
                            NOT = SPACE
                    SUBTRACT 1 FROM bkLongRef
                END-PERFORM
                MOVE 0 TO bkNbOcc
                INSPECT bkTexte TALLYING bkNbOcc
                    FOR ALL ba_reference(idxAttendu)(1:bkLongRef)
                IF bkNbOcc > 0 THEN
                    MOVE idxAttendu TO bkTrouve
                END-IF.

        *>Rapproche la ligne courante du relevé (fichier ouvert en
        *>mise à jour) de l'opération idxAttendu, et marque
        *>l'opération d'origine quand elle porte un statut
        MARQUER_LIGNE_RAPPROCHEE.
                MOVE 1 TO bq_statut
                MOVE ba_cle(idxAttendu) TO bq_cleRappro
                ACCEPT bq_dateRappro FROM DATE YYYYMMDD
                REWRITE tamp_freleveBq
                 INVALID KEY
                   DISPLAY "Erreur de maj de la ligne du releve"
                END-REWRITE
                MOVE cr_freleveBq TO statutFichierOp
                MOVE "MAJ LIGNE RELEVE" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                MOVE 1 TO ba_rapproche(idxAttendu)
                ADD 1 TO bkNbRapproches
                EVALUATE ba_source(idxAttendu)
                    WHEN "E"
                        OPEN I-O fcoffre
                        MOVE ba_cle(idxAttendu) TO co_reference
                        READ fcoffre KEY IS co_reference
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                MOVE 1 TO co_statut
                                MOVE bq_dateRappro TO co_dateRappro
                                REWRITE tamp_fcoffre
                                END-REWRITE
                        END-READ
                        CLOSE fcoffre
                    WHEN "F"
                    WHEN "A"
                        OPEN I-O foperationsBq
                        MOVE ba_cle(idxAttendu)(3:15) TO ob_id
                        READ foperationsBq KEY IS ob_id
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                MOVE 1 TO ob_statut
                                MOVE bq_dateRappro TO ob_dateRappro
                                REWRITE tamp_foperationBq
                                END-REWRITE
                        END-READ
                        CLOSE foperationsBq
                END-EVALUATE.

        *>Cette méthode traite à la main les lignes du relevé que le
        *>rapprochement automatique n'a pas su attribuer : chaque
        *>ligne est rapprochée d'une opération attendue choisie
        *>dans la liste, ou expliquée par un motif (frais, agios)
        RAPPROCHER_BANQUE_MANUEL.
                PERFORM SAISIR_PERIODE_BANQUE
                PERFORM CHARGER_ATTENDUS_BANQUE
                MOVE 0 TO bkNbRapproches
                PERFORM WITH TEST AFTER UNTIL bkLigneChoisie = 0
                    PERFORM LISTER_LIGNES_NON_RAPPROCHEES
                    DISPLAY "Numero de la ligne a traiter ",
                        "(0 pour finir) ?"
                    ACCEPT bkLigneChoisie
                    IF bkLigneChoisie NOT = 0 THEN
                        PERFORM TRAITER_LIGNE_MANUELLE
                    END-IF
                END-PERFORM
                DISPLAY bkNbRapproches, " ligne(s) traitee(s)".

        *>Affiche les lignes du relevé de la période encore à
        *>rapprocher
        LISTER_LIGNES_NON_RAPPROCHEES.
                DISPLAY "--- Lignes du releve non rapprochees ---"
                OPEN INPUT freleveBq
                MOVE bkDateDebut TO bq_date
                MOVE 1 TO bkFin
                START freleveBq KEY IS NOT LESS THAN bq_date
                    INVALID KEY MOVE 0 TO bkFin
                END-START
                PERFORM UNTIL bkFin = 0
                    READ freleveBq NEXT
                    AT END MOVE 0 TO bkFin
                    NOT AT END
                        IF bq_date > bkDateFin THEN
                            MOVE 0 TO bkFin
                        ELSE
                            IF bq_statut = 0 THEN
                                MOVE bq_montant TO montantEditeSigne
                                DISPLAY "Ligne ", bq_id, " du ",
                                    bq_date, " ", montantEditeSigne,
                                    " ", bq_libelle
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE freleveBq.

        *>Rapproche ou explique la ligne bkLigneChoisie
        TRAITER_LIGNE_MANUELLE.
                OPEN I-O freleveBq
                MOVE bkLigneChoisie TO bq_id
                READ freleveBq KEY IS bq_id
                    INVALID KEY
                        DISPLAY "Ligne inconnue"
                    NOT INVALID KEY
                        IF bq_statut NOT = 0 THEN
                            DISPLAY "Ligne deja traitee"
                        ELSE
                            PERFORM CHOISIR_ATTENDU_MANUEL
                        END-IF
                END-READ
                CLOSE freleveBq.

        *>Propose les opérations attendues libres pour la ligne
        *>courante du relevé ; 0 l'explique par un motif
        CHOISIR_ATTENDU_MANUEL.
                MOVE bq_montant TO montantEditeSigne
                DISPLAY "Ligne du ", bq_date, " ", montantEditeSigne,
                    " ", bq_libelle
                DISPLAY "--- Operations attendues libres ---"
                PERFORM VARYING idxAttendu FROM 1 BY 1
                        UNTIL idxAttendu > bkNbAttendus
                    IF ba_rapproche(idxAttendu) = 0 THEN
                        MOVE ba_montant(idxAttendu)
                            TO montantEditeSigne
                        DISPLAY "(", idxAttendu, ") ",
                            ba_date(idxAttendu), " ",
                            montantEditeSigne, " ",
                            ba_libelle(idxAttendu), " ",
                            ba_reference(idxAttendu)
                    END-IF
                END-PERFORM
                DISPLAY "Operation a rapprocher (0 = expliquer la ",
                    "ligne sans operation) ?"
                ACCEPT bkChoix
                IF bkChoix = 0 THEN
                    DISPLAY "Motif (frais bancaires, agios...) ?"
                    ACCEPT bq_motif
                    MOVE 2 TO bq_statut
                    ACCEPT bq_dateRappro FROM DATE YYYYMMDD
                    REWRITE tamp_freleveBq
                     INVALID KEY
                       DISPLAY "Erreur de maj de la ligne du releve"
                    END-REWRITE
                    MOVE cr_freleveBq TO statutFichierOp
                    MOVE "MAJ LIGNE RELEVE" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    ADD 1 TO bkNbRapproches
                ELSE
                    IF bkChoix > bkNbAttendus THEN
                        DISPLAY "Operation inconnue"
                    ELSE
                        IF ba_rapproche(bkChoix) = 1 THEN
                            DISPLAY "Operation deja rapprochee"
                        ELSE
                            IF ba_montant(bkChoix) NOT = bq_montant
                            THEN
                                DISPLAY "Montants differents : ",
                                    "rapprochement force"
                            END-IF
                            MOVE bkChoix TO idxAttendu
                            PERFORM MARQUER_LIGNE_RAPPROCHEE
                        END-IF
                    END-IF
                END-IF.

        *>Cette méthode édite l'état de rapprochement à la date du
        *>relevé dans rapprochement.txt : les opérations attendues
        *>pas encore passées en banque, les lignes du relevé
        *>restées sans explication, et le solde rapproché qui part
        *>du solde du relevé
        ETAT_RAPPROCHEMENT_BANQUE.
                PERFORM SAISIR_PERIODE_BANQUE
                DISPLAY "Solde du releve a la fin de la periode ?"
                ACCEPT bkMontantLigne
                DISPLAY "Solde crediteur (1) ou debiteur (2) ?"
                ACCEPT bkReponse
                IF bkReponse = 2 THEN
                    COMPUTE bkSoldeReleve = 0 - bkMontantLigne
                ELSE
                    MOVE bkMontantLigne TO bkSoldeReleve
                END-IF
                PERFORM CHARGER_ATTENDUS_BANQUE
                MOVE 0 TO bkTotalAttendus
                MOVE 0 TO bkTotalNonExpl

                MOVE "rapprochement.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "ETAT DE RAPPROCHEMENT BANCAIRE" TO rapportTitre
                MOVE "DATE     LIBELLE                        MONTANT"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE "Operations attendues non passees en banque :"
                    TO tamp_frapport
                PERFORM ECRIRE_LIGNE_EDITION
                PERFORM VARYING idxAttendu FROM 1 BY 1
                        UNTIL idxAttendu > bkNbAttendus
                    IF ba_rapproche(idxAttendu) = 0 THEN
                        ADD ba_montant(idxAttendu) TO bkTotalAttendus
                        MOVE ba_montant(idxAttendu)
                            TO montantEditeSigne
                        MOVE SPACES TO tamp_frapport
                        STRING ba_date(idxAttendu) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            ba_libelle(idxAttendu) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            montantEditeSigne DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            ba_reference(idxAttendu)
                                DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                        PERFORM ECRIRE_LIGNE_EDITION
                    END-IF
                END-PERFORM
                MOVE bkTotalAttendus TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "  Total des operations en suspens : "
                    DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION

                MOVE "Lignes du releve non rapprochees :"
                    TO tamp_frapport
                PERFORM ECRIRE_LIGNE_EDITION
                OPEN INPUT freleveBq
                MOVE bkDateDebut TO bq_date
                MOVE 1 TO bkFin
                START freleveBq KEY IS NOT LESS THAN bq_date
                    INVALID KEY MOVE 0 TO bkFin
                END-START
                PERFORM UNTIL bkFin = 0
                    READ freleveBq NEXT
                    AT END MOVE 0 TO bkFin
                    NOT AT END
                        IF bq_date > bkDateFin THEN
                            MOVE 0 TO bkFin
                        ELSE
                            IF bq_statut = 0 THEN
                                ADD bq_montant TO bkTotalNonExpl
                                MOVE bq_montant TO montantEditeSigne
                                MOVE SPACES TO tamp_frapport
                                STRING bq_date DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    bq_libelle(1:30) DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    montantEditeSigne
                                        DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    bq_reference DELIMITED BY SIZE
                                    INTO tamp_frapport
                                END-STRING
                                PERFORM ECRIRE_LIGNE_EDITION
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE freleveBq
                MOVE bkTotalNonExpl TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "  Total des lignes non rapprochees : "
                    DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION

                MOVE bkSoldeReleve TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "Solde du releve au " DELIMITED BY SIZE
                    bkDateFin DELIMITED BY SIZE
                    " : " DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                *>Le solde rapproché est celui que la banque
                *>affichera quand les opérations en suspens seront
                *>passées, hors lignes restées sans explication
                COMPUTE bkSoldeRapproche = bkSoldeReleve
                    + bkTotalAttendus - bkTotalNonExpl
                MOVE bkSoldeRapproche TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "Solde rapproche au " DELIMITED BY SIZE
                    bkDateFin DELIMITED BY SIZE
                    " : " DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY "Solde rapproche au ", bkDateFin, " : ",
                    montantEditeSigne, " EUR, etat ecrit dans ",
                    nomRapport
                PERFORM MEMORISER_SOLDE_RAPPROCHE.

        *>Garde le solde rapproché à la date de fin du relevé (un
        *>nouvel état à la même date remplace le précédent) : la
        *>prévision de trésorerie part du plus récent
        MEMORISER_SOLDE_RAPPROCHE.
                OPEN I-O fsoldesBq
                MOVE bkDateFin TO sb_dateReleve
                READ fsoldesBq WITH LOCK KEY IS sb_dateReleve
                    INVALID KEY
                        MOVE bkSoldeReleve TO sb_soldeReleve
                        MOVE bkSoldeRapproche TO sb_soldeRapproche
                        ACCEPT sb_dateSaisie FROM DATE YYYYMMDD
                        MOVE operateurConnecte TO sb_operateur
                        WRITE tamp_fsoldeBq
                        END-WRITE
                    NOT INVALID KEY
                        MOVE bkSoldeReleve TO sb_soldeReleve
                        MOVE bkSoldeRapproche TO sb_soldeRapproche
                        ACCEPT sb_dateSaisie FROM DATE YYYYMMDD
                        MOVE operateurConnecte TO sb_operateur
                        REWRITE tamp_fsoldeBq
                        END-REWRITE
                END-READ
                MOVE cr_fsoldesBq TO statutFichierOp
                MOVE "ECRITURE SOLDE RAPPROCHE" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fsoldesBq.
