      * plain string comparison as WS-PAGING-SINCE.
         03 WS-PAGING-IFMODSINCE     PIC X(32)  VALUE SPACES.

      * WS-PAGING-TAG holds the optional ?tag= filter - spaces means
      * no filter, otherwise only books carrying this free-form tag
      * are returned. Uppercased the way the tag is filed, so a
      * tag-only listing can browse RBKTAGIX directly instead of
      * scanning REDBOOK.
         03 WS-PAGING-TAG            PIC X(20)  VALUE SPACES.

      * Safety cap on how many books RBKRALLB will ever return in one
      * call (see req033) - a limit of 0 (unbounded) or a requested
      * limit bigger than this is clamped down to it, the same
           06 assets-num                    PIC S9(9) COMP-5 SYNC.
           06 assets-cont                   PIC X(16).

      * Free-form tags - the supplementary subject layer beside the
      * one controlled topic2: a Cyber Vault book is also about Db2,
      * storage and security. One RBKTAGS record per tag, carried on
      * create/update through the tags-cont container the way
      * assets-cont is handled (a num of zero means the field wasn't
      * supplied and the stored tags are left as they are), and
      * gathered at GET time the way assets are.
           06 tags-num                      PIC S9(9) COMP-5 SYNC.
           06 tags-cont                     PIC X(16).

      * Supersession pointer: the formNumber of the edition that
      * replaced this one, settable on the retire request (most
      * withdrawals happen precisely because a newer edition exists).
                                             VALUE 0.

      * The running average of this book's staff ratings and how many
      * reviews feed it - recomputed and stored by RBKREVRC each time
      * a review is posted, hidden or reinstated, so every read path
      * (RBKGETOP, RBKRALLB) returns the figure without re-walking
      * the RBKREVW file. Two
      * decimal places: a 4.50 book and a 4.95 one should not both
      * round to the same number.
           06 averageRating-existence       PIC S9(9) COMP-5 SYNC.
         03 WS-ASSET-TSQ-PREFIX   PIC X(4) VALUE 'AST-'.
         03 WS-ASSET-TSQ-FORMNUM  PIC X(12).

      * One free-form tag as carried on the tags container - stored
      * uppercased, so "Db2", "DB2" and "db2" are the one tag
       01 WS-TAG.
         03 tags-length                     PIC S9999 COMP-5 SYNC.
         03 tags                            PIC X(20).

      * Tag file - a VSAM KSDS, RBKTAGS, keyed by formNumber + tag
      * (so a book can't carry the same tag twice), and its inverted
      * index RBKTAGIX keyed by tag + formNumber - the RBKKWIDX
      * pattern, so ?tag= and GET /tags browse the index instead of
      * the catalog. Both are kept in step by RBKWBOOK on create/
      * update and by the RBKTAGAD maintenance utility, and cleared
      * by RBKDELOP. The taxonomy in RBKTOPIC stays authoritative;
      * tags are never validated against it.
       01 WS-TAG-FILE           PIC X(8)  VALUE 'RBKTAGS'.
       01 WS-TAG-KEY.
         03 WS-TAG-KEY-FORMNUM    PIC X(12).
         03 WS-TAG-KEY-TAG        PIC X(20).
       01 WS-TAG-RECORD.
         03 tagFormNumber           PIC X(12).
         03 tagName-length          PIC S9999 COMP-5 SYNC.
         03 tagName                 PIC X(20).
         03 tagAddedBy              PIC X(8).
         03 tagAdded                PIC X(32).
       01 WS-TAGIX-FILE         PIC X(8)  VALUE 'RBKTAGIX'.
       01 WS-TAGIX-KEY.
         03 WS-TAGIX-KEY-TAG      PIC X(20).
         03 WS-TAGIX-KEY-FORMNUM  PIC X(12).
       01 WS-TAGIX-RECORD.
         03 WS-TAGIX-REC-TAG      PIC X(20).
         03 WS-TAGIX-REC-FORMNUM  PIC X(12).

      * Most tags one book may carry - past this, create/update and
      * RBKTAGAD file no more, the WS-AUTHOR-MAX approach
       01 WS-TAG-MAX            PIC S9(4) COMP-5 VALUE 10.

      * The channel container name a book's tags are handed back in,
      * built the same way WS-ASSET-TSQ is
       01 WS-TAG-TSQ.
         03 WS-TAG-TSQ-PREFIX     PIC X(4) VALUE 'TAG-'.
         03 WS-TAG-TSQ-FORMNUM    PIC X(12).

      * Input parameter RBKTAGAD (the tag maintenance utility) GETs
      * off WS-RBKPARM-CONT-NAME - add or remove one tag on one
      * book, or list the book's tags
       01 WS-TAG-REQUEST.
         03 WS-TAG-REQ-ACTION     PIC X.
           88 WS-TAG-ACTION-ADD      VALUE 'A'.
           88 WS-TAG-ACTION-REMOVE   VALUE 'R'.
           88 WS-TAG-ACTION-LIST     VALUE 'L'.
         03 WS-TAG-REQ-FORMNUM    PIC X(12).
         03 WS-TAG-REQ-TAG        PIC X(20).

      * One GET /tags list entry: a tag and how many books carry it
       01 WS-TAG-LIST-ENTRY.
         03 tagListName             PIC X(20).
         03 tagListBooks            PIC S9(8) COMP-5 SYNC.

      * Response containers for GET /tags and RBKTAGAD's list action
       01 WS-TAGLST-CONT-NAME   PIC X(16) VALUE 'BAQ-TAGLIST-CONT'.
       01 WS-NUMTAG-CONT-NAME   PIC X(16) VALUE 'BAQ-NUMTAG-CONT'.

      * Binary asset store - a VSAM KSDS, RBKBLOB, keyed by
      * formNumber + asset type, holding small binaries (cover
      * thumbnails, errata PDFs) up to WS-BLOB-MAX-BYTES right here
      * WS-BRWSCAN-RECORD mirrors this layout by hand - a field
      * change must be made in both places.
         03 loanRenewals            PIC 9(2).
      * The physical RBKCOPY copy this loan took, and its barcode as
      * it read at checkout - stamped by RBKCHKOP so check-in frees
      * the copy the borrower actually had, not just the first
      * ON-LOAN one, and so RBKCRECN can tie every ON-LOAN copy back
      * to a loan. Loans written before the stamp (or against a book
      * with no catalogued copies) carry spaces here and are treated
      * as copy zero - "not known".
         03 loanCopyNum             PIC 9(4).
         03 loanBarcode             PIC X(12).
      * When RBKRCALL recalled this loan for the hold queue - spaces
      * for a loan never recalled. A recall pulls dueDate in (never
      * inside the guaranteed minimum loan period), after which the
      * loan can't be renewed and RBKOVRDU fines it at the recall
      * rate once the shortened dueDate passes.
         03 loanRecallDate          PIC X(32).
      * Claims-returned / lost-in-transit dispute state, set through
      * RBKCLMOP. CLAIMED while the copy is being searched for: no
      * fine accrues (RBKOVRDU), no overdue or courtesy notice goes
      * (RBKNTCE, RBKCRTSY), and the loan can't be renewed. It ends
      * FOUND when the copy turns up and is checked in as normal, or
      * LOST when the search is given up - the loan is closed, the
      * copy goes LOST and the replacement is charged. The type,
      * claim date and end of the search period stay on the loan as
      * the claim history RBKCLMRP reports repeat claimants from.
      * Loans never disputed carry spaces in all four.
         03 loanClaimStatus         PIC X(8).
           88 WS-LOAN-IS-CLAIMED      VALUE 'CLAIMED'.
           88 WS-LOAN-CLAIM-FOUND     VALUE 'FOUND'.
           88 WS-LOAN-CLAIM-LOST      VALUE 'LOST'.
         03 loanClaimType           PIC X(8).
           88 WS-LOAN-CLAIM-TYPE-OK   VALUES 'RETURNED' 'TRANSIT'.
         03 loanClaimDate           PIC X(10).
         03 loanClaimSearchBy       PIC X(10).
      * Lost declaration, set by RBKLOSTD once an open loan has gone
      * WS-LOST-DECLARE-DAYS past its final overdue notice without
      * coming back: LOST closes the loan (returnDate stamped), the
      * copy goes LOST, the accrued fine is capped and the
      * replacement is charged. It ends FOUND if the copy later
      * turns up at RBKCHKOP's check-in - the replacement charge is
      * reversed (or marked for refund when already paid) and the
      * copy restored. Kept apart from loanClaimStatus so RBKCLMRP
      * doesn't count a declaration as a borrower's claim. Loans
      * never declared lost carry spaces in both.
         03 loanLostStatus          PIC X(8).
           88 WS-LOAN-DECLARED-LOST   VALUE 'LOST'.
           88 WS-LOAN-LOST-FOUND      VALUE 'FOUND'.
         03 loanLostDate            PIC X(10).
      * The delegate who collected a group account's loan - the
      * group itself is the borrower above, so the limit, the
      * ledger and the notices are the group's, while the desk can
      * still see who has the book. Spaces on a personal loan.
         03 loanDelegate            PIC X(8).

      * The standard loan period, in days - both a fresh checkout and
      * a renewal set dueDate this many days out from "now", unless
      * the book carries an RBKPOLCY override
       01 WS-LOAN-PERIOD-DAYS   PIC S9(4) COMP-5 VALUE 28.

      * Recall of loans the hold queue is waiting on (RBKRCALL): a
      * recalled loan falls due this many days from the recall,
      * but never before the borrower has had the guaranteed
      * minimum loan period from checkout - each overridable by an
      * RBKTHRS record under category RECALL and name NOTICE/MINLOAN
       01 WS-RECALL-NOTICE-DAYS PIC S9(4) COMP-5 VALUE 7.
       01 WS-RECALL-MIN-DAYS    PIC S9(4) COMP-5 VALUE 14.
       01 WS-NUMRCAL-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMRCAL-CONT'.

      * Claims-returned disputes: how many days the shelves are
      * searched before RBKCLMRP reports an open claim as due for a
      * decision, and how many claims on one borrower's loans make
      * them a repeat claimant - overridable by RBKTHRS records under
      * category CLAIM and name SEARCH/REPEAT
       01 WS-CLAIM-SEARCH-DAYS  PIC S9(4) COMP-5 VALUE 30.
       01 WS-CLAIM-REPEAT-LIMIT PIC S9(4) COMP-5 VALUE 3.

      * Input parameter RBKCLMOP (the claims maintenance utility)
      * GETs off WS-RBKPARM-CONT-NAME - file a claim on the
      * borrower's open loan of a book (type RETURNED, the default,
      * or TRANSIT), resolve an open claim as LOST, or list the
      * claim history (one borrower's, or everyone's with a blank
      * borrower). A FOUND resolution is simply RBKCHKOP's check-in.
       01 WS-CLAIM-REQUEST.
         03 WS-CLAIM-REQ-ACTION   PIC X.
           88 WS-CLAIM-ACTION-FILE   VALUE 'C'.
           88 WS-CLAIM-ACTION-LOST   VALUE 'L'.
           88 WS-CLAIM-ACTION-LIST   VALUE 'Q'.
         03 WS-CLAIM-REQ-FORMNUM  PIC X(12).
         03 WS-CLAIM-REQ-BORROWER PIC X(8).
         03 WS-CLAIM-REQ-TYPE     PIC X(8).

      * Response containers for RBKCLMOP's list action - one entry
      * per disputed loan, APPENDed in loan-key order - and a count
       01 WS-CLAIMLST-CONT-NAME PIC X(16) VALUE 'BAQ-CLMLST-CONT'.
       01 WS-NUMCLAIM-CONT-NAME PIC X(16) VALUE 'BAQ-NUMCLM-CONT'.
       01 WS-CLAIM-LIST-ENTRY.
         03 WS-CLAIM-LIST-FORMNUM  PIC X(12).
         03 WS-CLAIM-LIST-SEQ      PIC 9(4).
         03 WS-CLAIM-LIST-BORROWER PIC X(8).
         03 WS-CLAIM-LIST-STATUS   PIC X(8).
         03 WS-CLAIM-LIST-TYPE     PIC X(8).
         03 WS-CLAIM-LIST-DATE     PIC X(10).
         03 WS-CLAIM-LIST-SEARCHBY PIC X(10).
         03 WS-CLAIM-LIST-CLOSED   PIC X(32).

      * Claims report - RBKCLMRP WRITEQs one SEARCH-OVER line per
      * open claim past its search period (formNumber, borrower,
      * claim date, search-by) and one REPEAT line per borrower at or
      * over the repeat-claim count (borrower, claims) to this queue
       01 WS-CLAIMRP-TDQ        PIC X(4)  VALUE 'RBK1'.
       01 WS-CLAIMRP-RECORD     PIC X(120) VALUE SPACES.
       01 WS-CLAIMRP-PTR        PIC S9(4) COMP-5.

      * Per-book circulation policy - a VSAM KSDS, RBKPOLCY, keyed
      * by formNumber: an optional loan-period override (the high-
      * demand titles at 7 days) and a renewal limit, both enforced
      * How many policy records RBKPOLAD touched
       01 WS-NUMPOL-CONT-NAME   PIC X(16) VALUE 'BAQ-NUMPOL-CONT'.

      * Borrower-category policy - a VSAM KSDS, RBKCATP, keyed by the
      * 8-character category on the borrower record (STAFF,
      * CONTRACT, PARTNER, STUDENT, ...): the loan period, open-loan
      * limit, renewal limit, daily fine and charge-block threshold
      * that category borrows under. A zero field sets nothing and
      * leaves the book policy / global default in force, and a
      * borrower with no category (or one with no record) is
      * treated exactly as before. Maintained by RBKCATAD; applied
      * through RBKPOLRS.
       01 WS-CATPOL-FILE        PIC X(8)  VALUE 'RBKCATP'.
       01 WS-CATPOL-KEY         PIC X(8).
       01 WS-CATPOL-RECORD.
         03 catCategory             PIC X(8).
         03 catLoanDays             PIC S9(4) COMP-5 SYNC.
         03 catMaxLoans             PIC S9(4) COMP-5 SYNC.
         03 catMaxRenewals          PIC S9(4) COMP-5 SYNC.
         03 catFinePerDay           PIC 9(3)V9(2) COMP-3.
         03 catBlockLimit           PIC 9(5)V9(2) COMP-3.

      * Input parameter RBKCATAD (the category-policy maintenance
      * utility) GETs off WS-RBKPARM-CONT-NAME - set one category's
      * row, remove it (back to the defaults), or list the table
       01 WS-CATPOL-REQUEST.
         03 WS-CATP-REQ-ACTION    PIC X.
           88 WS-CATP-ACTION-SET     VALUE 'S'.
           88 WS-CATP-ACTION-REMOVE  VALUE 'R'.
           88 WS-CATP-ACTION-LIST    VALUE 'L'.
         03 WS-CATP-REQ-RECORD.
           05 WS-CATP-REQ-CATEGORY   PIC X(8).
           05 WS-CATP-REQ-LOANDAYS   PIC S9(4) COMP-5 SYNC.
           05 WS-CATP-REQ-MAXLOANS   PIC S9(4) COMP-5 SYNC.
           05 WS-CATP-REQ-MAXRENEW   PIC S9(4) COMP-5 SYNC.
           05 WS-CATP-REQ-FINE       PIC 9(3)V9(2) COMP-3.
           05 WS-CATP-REQ-BLOCK      PIC 9(5)V9(2) COMP-3.

      * Response containers for RBKCATAD - the list APPENDs one
      * WS-CATPOL-RECORD per category; the count covers every action
       01 WS-CATPLST-CONT-NAME  PIC X(16) VALUE 'BAQ-CATPLST-CONT'.
       01 WS-NUMCATP-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMCATP-CONT'.

      * The effective circulation rule for one book and one borrower,
      * resolved by RBKPOLRS (LINKed with this on WS-POLRS-CONT-NAME)
      * for RBKCHKOP, RBKOVRDU and RBKGRTOP alike. The caller fills
      * in the formNumber and/or borrower id it knows (spaces for
      * either is allowed) and its own default period in LOAN-DAYS
      * (zero for the standard WS-LOAN-PERIOD-DAYS - a digital grant
      * starts from its shorter one); RBKPOLRS returns the rule - a
      * zero renewal limit still meaning unlimited. Book policy
      * and borrower category combine the strict way: where both set
      * a loan period or renewal limit the shorter one wins; the
      * borrower record's own open-loan limit stands, the category's
      * applying only where the record carries none; fine rate and
      * block threshold come from the category when it sets them.
       01 WS-POLRS-CONT-NAME    PIC X(16) VALUE 'BAQ-POLRS-CONT'.
       01 WS-POLRS-PARM.
         03 WS-POLRS-FORMNUM      PIC X(12).
         03 WS-POLRS-BORROWER     PIC X(8).
         03 WS-POLRS-CATEGORY     PIC X(8).
         03 WS-POLRS-LOAN-DAYS    PIC S9(4) COMP-5 SYNC.
         03 WS-POLRS-MAX-RENEW    PIC S9(4) COMP-5 SYNC.
         03 WS-POLRS-MAX-LOANS    PIC S9(4) COMP-5 SYNC.
         03 WS-POLRS-FINE-RATE    PIC 9(3)V9(2) COMP-3.
         03 WS-POLRS-BLOCK-LIMIT  PIC 9(5)V9(2) COMP-3.
      * The borrower's standing on the register, returned alongside
      * the rule - a renewal is refused to a leaver the same as a
      * checkout is
         03 WS-POLRS-STANDING     PIC X.
           88 WS-POLRS-IN-GOOD-STANDING VALUE SPACE.
           88 WS-POLRS-HAS-LEFT         VALUE 'L'.
           88 WS-POLRS-IS-SUSPENDED     VALUE 'S'.
      * ... and for a suspension in force, its reason code and the
      * date it lifts (spaces until an administrator lifts it)
         03 WS-POLRS-SUSP-REASON  PIC X(8).
         03 WS-POLRS-SUSP-UNTIL   PIC X(10).

      * Borrower master - a VSAM KSDS, RBKBRWR, keyed by an 8-
      * character borrower id. RBKCHKOP validates a checkout's
      * borrower against this registry and enforces the borrower's
         03 borrowerDept            PIC X(20).
         03 borrowerContact         PIC X(40).
         03 borrowerMaxLoans        PIC S9(4) COMP-5 SYNC.
      * How this borrower wants their notices - due-soon, hold-ready,
      * recall and overdue alike (RBKNTSND routes every one): on
      * paper through the notice print queue (the default, and what
      * a record written before the choice existed gets), by email
      * to borrowerContact, or not at all
         03 borrowerNoticeChannel   PIC X.
           88 WS-BORR-NOTICE-PRINT    VALUES 'P' SPACE.
           88 WS-BORR-NOTICE-EMAIL    VALUE 'E'.
           88 WS-BORR-NOTICE-NONE     VALUE 'N'.
      * Which RBKCATP category policy the borrower lends under -
      * spaces for none (the book policy and global defaults only)
         03 borrowerCategory        PIC X(8).
      * Whether the person is still with us, as the HR extract last
      * said (RBKHRREC): a leaver is lent nothing further - RBKCHKOP
      * refuses checkout and renewal, RBKGRTOP a new grant - and is
      * chased for what they still have. borrowerLeftDate is HR's
      * leaving date, blank while current.
         03 borrowerStatus          PIC X.
           88 WS-BORR-IS-CURRENT      VALUES 'A' SPACE.
           88 WS-BORR-IS-LEAVER       VALUE 'L'.
         03 borrowerLeftDate        PIC X(10).
      * A person, or a group account for a project team, lab or
      * department. A group borrows only through the delegates named
      * for it on RBKDLGT: its loans are its own (borrower is the
      * group id, the collecting delegate stamped on the loan),
      * counted against the group's borrowerMaxLoans, fined and
      * charged on the group's RBKCHRG ledger and noticed to the
      * group's borrowerContact. HR never lists a group, so RBKHRREC
      * leaves it alone. Records written before groups existed read
      * as a person.
         03 borrowerType            PIC X.
           88 WS-BORR-IS-PERSON       VALUES 'P' SPACE.
           88 WS-BORR-IS-GROUP        VALUE 'G'.

      * Input parameter RBKBRWAD (the borrower-registry maintenance
      * utility) GETs off WS-RBKPARM-CONT-NAME - add/replace a
      * borrower, remove one, list the registry, or change just a
      * borrower's notice channel or category; and for a group
      * account, name a delegate, revoke one, or list its delegates
       01 WS-BORROWER-REQUEST.
         03 WS-BRWR-REQ-ACTION    PIC X.
           88 WS-BRWR-ACTION-ADD     VALUE 'A'.
           88 WS-BRWR-ACTION-REMOVE  VALUE 'R'.
           88 WS-BRWR-ACTION-LIST    VALUE 'L'.
           88 WS-BRWR-ACTION-CHANNEL VALUE 'C'.
           88 WS-BRWR-ACTION-CATEGORY VALUE 'K'.
           88 WS-BRWR-ACTION-DELEGATE VALUE 'D'.
           88 WS-BRWR-ACTION-REVOKE  VALUE 'X'.
           88 WS-BRWR-ACTION-MEMBERS VALUE 'M'.
         03 WS-BRWR-REQ-RECORD.
           05 WS-BRWR-REQ-ID         PIC X(8).
           05 WS-BRWR-REQ-NAME-LEN   PIC S9999 COMP-5 SYNC.
           05 WS-BRWR-REQ-DEPT       PIC X(20).
           05 WS-BRWR-REQ-CONTACT    PIC X(40).
           05 WS-BRWR-REQ-MAXLOANS   PIC S9(4) COMP-5 SYNC.
           05 WS-BRWR-REQ-CHANNEL    PIC X.
           05 WS-BRWR-REQ-CATEGORY   PIC X(8).
           05 WS-BRWR-REQ-TYPE       PIC X.
      * The delegate being named or revoked (WS-BRWR-REQ-ID is the
      * group)
         03 WS-BRWR-REQ-DELEGATE  PIC X(8).

      * Response containers for RBKBRWAD's list action
       01 WS-BRWRLST-CONT-NAME  PIC X(16) VALUE 'BAQ-BRWRLST-CONT'.
       01 WS-NUMBRWR-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMBRWR-CONT'.

      * Group delegates - a VSAM KSDS, RBKDLGT, keyed by the group
      * account's borrower id + the delegate's, one record per
      * registered person the group has authorised to check out and
      * return on its behalf: who named them and when. A generic
      * browse on the group id lists its delegates. Maintained
      * through RBKBRWAD; RBKCHKOP checks a group checkout against
      * it. A delegate's own open-loan count is never touched by
      * what they collect for the group.
       01 WS-DLGT-FILE          PIC X(8)  VALUE 'RBKDLGT'.
       01 WS-DLGT-KEY.
         03 WS-DLGT-KEY-GROUP     PIC X(8).
         03 WS-DLGT-KEY-DELEGATE  PIC X(8).
       01 WS-DLGT-RECORD.
         03 delegateGroup           PIC X(8).
         03 delegateId              PIC X(8).
         03 delegateAddedBy         PIC X(8).
         03 delegateAddedDate       PIC X(10).

      * Response container for RBKBRWAD's delegate list (one
      * WS-DLGT-RECORD per delegate; the count goes back on
      * WS-NUMBRWR-CONT-NAME)
       01 WS-DLGTLST-CONT-NAME  PIC X(16) VALUE 'BAQ-DLGTLST-CONT'.

      * Borrower merge log - a VSAM KSDS, RBKBMRG, keyed by the
      * retired (losing) borrower id: one record per duplicate
      * registration RBKBMRG folded into a surviving id - who ran
      * it, when, and how many loans, holds, charges, grants,
      * reading-program assignments, no-shows, suspensions and
      * group delegate places moved across. A retired id is never
      * re-registered, so the key is unique and the file answers
      * "where did SMITHJ2 go" outright. RBKNTCE
      * notice history rides the loan key, so it travels with the
      * loans and is counted rather than re-keyed.
       01 WS-BMRG-FILE          PIC X(8)  VALUE 'RBKBMRG'.
       01 WS-BMRG-KEY           PIC X(8).
       01 WS-BMRG-RECORD.
         03 mergeLoser              PIC X(8).
         03 mergeSurvivor           PIC X(8).
         03 mergeBy                 PIC X(8).
         03 mergeStamp              PIC X(32).
         03 mergeLoans              PIC 9(5).
         03 mergeHolds              PIC 9(5).
      * Holds dropped rather than moved - the survivor already
      * queued for the same book, so only the earlier place is kept
         03 mergeHoldsDropped       PIC 9(5).
         03 mergeCharges            PIC 9(5).
         03 mergeGrants             PIC 9(5).
         03 mergeProgress           PIC 9(5).
         03 mergeNoshows            PIC 9(5).
         03 mergeNotices            PIC 9(5).
         03 mergeSuspensions        PIC 9(5).
      * Group delegate places - RBKDLGT entries naming the losing id
      * as a group's delegate
         03 mergeDelegates          PIC 9(5).

      * Input parameter RBKBMRG GETs off WS-RBKPARM-CONT-NAME - a
      * dry run only counts what would move; a merge moves it,
      * retires the losing id and files the RBKBMRG record. The
      * counts come back as a WS-BMRG-RECORD on WS-BMRG-CONT-NAME
      * either way.
       01 WS-BMRG-REQUEST.
         03 WS-BMRG-REQ-ACTION    PIC X.
           88 WS-BMRG-ACTION-DRYRUN  VALUE 'D'.
           88 WS-BMRG-ACTION-MERGE   VALUE 'M'.
         03 WS-BMRG-REQ-LOSER     PIC X(8).
         03 WS-BMRG-REQ-SURVIVOR  PIC X(8).
       01 WS-BMRG-CONT-NAME     PIC X(16) VALUE 'BAQ-BMRG-CONT'.

      * HR leaver/mover extract - a VSAM KSDS, RBKHRX, keyed by the
      * borrower id, loaded externally from the HR system's nightly
      * drop the way RBKFEED is loaded from the publisher's. One
      * record per person HR knows: active or left, their current
      * department and contact, and the leaving date for a leaver.
      * RBKHRREC reconciles the register against it - movers get
      * their department and contact brought up to date (so
      * RBKCHGBK stops charging the old department), leavers are
      * flagged on RBKBRWR, and a leaver HR lists as active again
      * (a re-hire) is restored.
       01 WS-HRX-FILE           PIC X(8)  VALUE 'RBKHRX'.
       01 WS-HRX-KEY            PIC X(8).
       01 WS-HRX-RECORD.
         03 hrBorrowerId            PIC X(8).
         03 hrStatus                PIC X.
           88 WS-HR-IS-ACTIVE         VALUE 'A'.
           88 WS-HR-IS-LEAVER         VALUE 'L'.
         03 hrDept                  PIC X(20).
         03 hrContact               PIC X(40).
         03 hrLeaveDate             PIC X(10).

      * Leaver exception report - after the reconcile RBKHRREC
      * WRITEQs one line per thing a leaver on the register still
      * has (borrower, check, formNumber, leaving date, detail) to
      * this TD queue, for the loan desk to chase before the badge
      * is deactivated:
      *   LEAVER-LOAN    an open loan
      *   LEAVER-HOLD    a READY hold with a copy set aside
      *   LEAVER-GRANT   a digital grant still live
      *   LEAVER-CHARGE  an OPEN charge balance
       01 WS-HREXC-TDQ          PIC X(4)  VALUE 'RBK0'.
       01 WS-HREXC-RECORD       PIC X(120) VALUE SPACES.
       01 WS-HREXC-PTR          PIC S9(4) COMP-5.

      * RBKHRREC's counts: movers updated, leavers newly flagged,
      * and exception lines reported
       01 WS-NUMHRMV-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMHRMV-CONT'.
       01 WS-NUMHRLV-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMHRLV-CONT'.
       01 WS-NUMHREX-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMHREX-CONT'.

      * Manual borrower suspensions - a VSAM KSDS, RBKSUSP, keyed by
      * borrower id + a per-borrower sequence (the RBKCHRG pattern),
      * one record per suspension the desk sets: why, who set it,
      * from when, and optionally until when. A suspension is in
      * force while it is ACTIVE and today is before suspExpires (a
      * blank expiry runs until someone lifts it); RBKCHKOP, RBKHLDOP
      * and RBKGRTOP all refuse a suspended borrower, with the
      * reason, through RBKPOLRS's standing. Lifting stamps the
      * record rather than deleting it, so the file doubles as the
      * borrower's suspension history; the nightly RBKSUSEX step
      * lifts the ones whose expiry has come.
       01 WS-SUSP-FILE          PIC X(8)  VALUE 'RBKSUSP'.
       01 WS-SUSP-KEY.
         03 WS-SUSP-KEY-BORROWER  PIC X(8).
         03 WS-SUSP-KEY-SEQ       PIC 9(4).
       01 WS-SUSP-RECORD.
         03 suspReason              PIC X(8).
           88 WS-SUSP-REASON-VALID    VALUES 'LOSTBKS' 'ILLABUSE'
                                             'DISCIPL' 'OTHER'.
         03 suspNote                PIC X(40).
         03 suspSetBy               PIC X(8).
         03 suspStart               PIC X(10).
         03 suspExpires             PIC X(10).
         03 suspStatus              PIC X(8).
           88 WS-SUSP-IS-ACTIVE       VALUE 'ACTIVE'.
           88 WS-SUSP-IS-LIFTED       VALUE 'LIFTED'.
         03 suspLiftedDate          PIC X(10).
         03 suspLiftedBy            PIC X(8).

      * Input parameter RBKSUSAD (the suspension maintenance
      * utility) GETs off WS-RBKPARM-CONT-NAME - set a suspension,
      * lift one by its sequence (zero lifts every active one), or
      * list a borrower's suspension history
       01 WS-SUSP-REQUEST.
         03 WS-SUSP-REQ-ACTION    PIC X.
           88 WS-SUSP-ACTION-SET     VALUE 'S'.
           88 WS-SUSP-ACTION-LIFT    VALUE 'L'.
           88 WS-SUSP-ACTION-LIST    VALUE 'Q'.
         03 WS-SUSP-REQ-BORROWER  PIC X(8).
         03 WS-SUSP-REQ-SEQ       PIC 9(4).
         03 WS-SUSP-REQ-REASON    PIC X(8).
         03 WS-SUSP-REQ-NOTE      PIC X(40).
         03 WS-SUSP-REQ-EXPIRES   PIC X(10).

      * Response containers for RBKSUSAD's list action (and the
      * borrower view) - one sequence + record per suspension,
      * APPENDed in sequence order - and a count
       01 WS-SUSPLST-CONT-NAME  PIC X(16) VALUE 'BAQ-SUSPLST-CONT'.
       01 WS-NUMSUSP-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMSUSP-CONT'.
       01 WS-SUSP-LIST-ENTRY.
         03 WS-SUSP-LIST-SEQ      PIC 9(4).
         03 WS-SUSP-LIST-RECORD   PIC X(102).

      * Deferred loan-desk queue - a VSAM KSDS, RBKDEFER, keyed by
      * an ascending capture number. While MAINTMOD has the write
      * paths closed, the RBK3 desk captures each checkout/check-in
           88 WS-DEFER-IS-APPLIED     VALUE 'APPLIED'.
           88 WS-DEFER-IS-FAILED      VALUE 'FAILED'.
         03 deferMessage            PIC X(50).
         03 deferCondition          PIC X(4).
         03 deferDelegate           PIC X(8).

      * The replay report - one line per replayed capture, with the
      * refusal text for anything that no longer applied cleanly
           88 WS-LOAN-ACTION-CHECKOUT  VALUE 'O'.
           88 WS-LOAN-ACTION-CHECKIN   VALUE 'I'.
           88 WS-LOAN-ACTION-RENEW     VALUE 'R'.
      * Run only the checkout's borrower checks (register, open-loan
      * limit, RBKCHRG block) and touch nothing - RBKBRWAC puts a
      * self-service hold through them before queueing it
           88 WS-LOAN-ACTION-VALIDATE  VALUE 'V'.
         03 WS-LOAN-REQ-BORROWER    PIC X(40).
      * The condition the desk grades the copy at on check-in -
      * spaces when it wasn't graded (the copy keeps its last grade)
         03 WS-LOAN-REQ-CONDITION   PIC X(4).
           88 WS-LOAN-COND-NONE        VALUE SPACES.
           88 WS-LOAN-COND-VALID       VALUE 'NEW ' 'GOOD' 'WORN'
                                             'POOR'.
           88 WS-LOAN-COND-POOR        VALUE 'POOR'.
      * The person collecting or returning for a group account
      * (borrowerType G) - a checkout for a group must name one of
      * the group's RBKDLGT delegates, and a check-in or renewal
      * that names one is checked against the same list. Spaces
      * for a personal account
         03 WS-LOAN-REQ-DELEGATE    PIC X(8).

      * Number of loans currently open (not yet checked back in) for
      * the book RBKCHKOP just acted on
         03 holdStatus              PIC X.
           88 WS-HOLD-IS-WAITING      VALUE 'W'.
           88 WS-HOLD-IS-READY        VALUE 'R'.
      * At the head of the queue with no copy at the pickup branch:
      * RBKHROUT has dispatched one from another branch, and the hold
      * goes READY when RBKCPYOP's arrive action lands it there
           88 WS-HOLD-IS-TRANSIT      VALUE 'T'.
      * The pickup deadline, stamped when the hold goes READY:
      * WS-HOLD-PICKUP-DAYS business days out (RBKBDAY), so a
      * weekend or holiday never eats into the requester's time.
      * Blank while the hold is WAITING. The nightly RBKHLDEX step
      * expires a READY hold left uncollected past this date, files
      * the no-show on RBKNOSHW and promotes the next WAITING hold.
         03 holdPickupBy            PIC X(32).
      * When the requester was told the hold is ready (RBKCRTSY) -
      * blank until the notice has gone, so it goes exactly once
         03 holdNoticeDate          PIC X(32).
      * When the READY hold's copy went on a morning pick list
      * (RBKPICK) - blank until it has, so each hold is picked once
         03 holdPickedDate          PIC X(10).
      * Where the requester will collect the book - a branch on the
      * RBKBRNCH master, named when the hold is queued. Spaces (a
      * hold queued before the branch was asked for, or with no
      * preference) let any AVAILABLE copy serve it, as before.
         03 holdPickupBranch        PIC X(4).
      * While the hold is IN TRANSIT: the copy RBKHROUT dispatched
      * towards the pickup branch, the branch it left (where the pick
      * list sends someone to pull it) and the day it was sent
         03 holdRouteCopy           PIC 9(4).
         03 holdRouteFrom           PIC X(4).
         03 holdRouteDate           PIC X(10).

      * How many business days a READY hold is kept for its
      * requester - overridable by an RBKTHRS record under category
      * HOLD and name PICKUP
       01 WS-HOLD-PICKUP-DAYS   PIC S9(4) COMP-5 VALUE 5.

      * No-show register - a VSAM KSDS, RBKNOSHW, keyed by the
      * borrower's 8-character id + a per-borrower sequence (the
      * RBKCHRG pattern), one record per READY hold RBKHLDEX expired
      * uncollected: which book, the pickup deadline that passed, and
      * when it was expired. Keyed by borrower so a repeat offender's
      * history is one generic browse - RBKHLDEX lists every borrower
      * at or over the RBKTHRS HOLD/NOSHOW count (default below) so
      * the desk can have a word.
       01 WS-NOSHOW-FILE        PIC X(8)  VALUE 'RBKNOSHW'.
       01 WS-NOSHOW-KEY.
         03 WS-NOSHOW-KEY-BORROWER PIC X(8).
         03 WS-NOSHOW-KEY-SEQ      PIC 9(4).
       01 WS-NOSHOW-RECORD.
         03 noshowFormNumber        PIC X(12).
         03 noshowPickupBy          PIC X(32).
         03 noshowExpiredDate       PIC X(32).
       01 WS-NOSHOW-REPEAT-LIMIT PIC S9(4) COMP-5 VALUE 3.

      * Hold-expiry report - RBKHLDEX WRITEQs one EXPIRED line per
      * hold it expires, one PROMOTED line per WAITING hold moved up
      * into the freed copy (ROUTED, with the branch the copy left
      * and the pickup branch, when RBKHROUT sent one across instead)
      * and one NOSHOW line per repeat no-show
      * borrower (borrower, no-show count) to this TD queue
       01 WS-HOLDEX-TDQ         PIC X(4)  VALUE 'RBK9'.
       01 WS-HOLDEX-RECORD      PIC X(120) VALUE SPACES.
       01 WS-HOLDEX-PTR         PIC S9(4) COMP-5.

      * How many READY holds RBKHLDEX expired on its most recent run
       01 WS-NUMHLDX-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMHLDX-CONT'.

      * Input parameter RBKHLDOP (the hold-queue maintenance utility)
      * GETs off WS-RBKPARM-CONT-NAME - which formNumber, which action
         03 WS-HOLD-REQ-ACTION     PIC X.
           88 WS-HOLD-ACTION-QUEUE    VALUE 'Q'.
           88 WS-HOLD-ACTION-LIST     VALUE 'L'.
      * Withdraw the requester's own hold on the book - a READY hold
      * withdrawn hands the kept copy to the next WAITING requester
           88 WS-HOLD-ACTION-CANCEL   VALUE 'X'.
         03 WS-HOLD-REQ-REQUESTER  PIC X(40).
      * The branch the requester will collect from (queueing only) -
      * validated against RBKBRNCH; spaces for no preference
         03 WS-HOLD-REQ-BRANCH     PIC X(4).

      * Response containers for RBKHLDOP's list action - one
      * WS-RESERVE-RECORD per hold, APPENDed in queue order, plus a
       01 WS-HOLDLST-CONT-NAME  PIC X(16) VALUE 'BAQ-HOLDLST-CONT'.
       01 WS-NUMHOLD-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMHOLD-CONT'.

      * Parameter for RBKHROUT (hold routing), PUT and GOT back on
      * WS-HROUT-CONT-NAME by whoever brings a hold to the head of
      * its queue (RBKHLDOP, RBKCHKOP's check-in, RBKHLDEX) while
      * holding the book's lock. RBKHROUT answers AT-PICKUP when a
      * copy is AVAILABLE at the hold's pickup branch (or the hold
      * names none) - the caller promotes it to READY as it always
      * has; DISPATCHED when it sent an AVAILABLE copy from another
      * branch TRANSIT towards the pickup branch and marked the hold
      * IN TRANSIT itself; NO-COPY when nothing is AVAILABLE at all
       01 WS-HROUT-CONT-NAME    PIC X(16) VALUE 'BAQ-HROUTE-CONT'.
       01 WS-HROUT-PARM.
         03 WS-HROUT-FORMNUM      PIC X(12).
         03 WS-HROUT-SEQ          PIC 9(4).
         03 WS-HROUT-OUTCOME      PIC X.
           88 WS-HROUT-AT-PICKUP    VALUE 'P'.
           88 WS-HROUT-DISPATCHED   VALUE 'T'.
           88 WS-HROUT-NO-COPY      VALUE 'N'.
         03 WS-HROUT-COPYNUM      PIC 9(4).
         03 WS-HROUT-FROM         PIC X(4).

      * Donor registry - a VSAM KSDS, RBKDONOR, keyed by an 8-
      * character donor id. Donated copies used to enter RBKCOPY
      * disguised as receipts against fake orders; now the donor is
       01 WS-REPAIR-DAYS        PIC S9(4) COMP-5 VALUE 30.

      * Input parameter RBKREPOP (the repair-cycle utility) GETs
      * off WS-RBKPARM-CONT-NAME - send a DAMAGED (or wear-
      * worklisted) copy out, book one back in, list a copy's repair
      * history, or list the whole wear worklist
       01 WS-REPAIR-REQUEST.
         03 WS-REP-REQ-ACTION     PIC X.
           88 WS-REP-ACTION-SEND     VALUE 'S'.
           88 WS-REP-ACTION-BACK     VALUE 'B'.
           88 WS-REP-ACTION-LIST     VALUE 'L'.
      * List the whole wear worklist (RBKWEAR) - no copy named
           88 WS-REP-ACTION-WORKLIST VALUE 'W'.
         03 WS-REP-REQ-FORMNUM    PIC X(12).
         03 WS-REP-REQ-NUM        PIC 9(4).
         03 WS-REP-REQ-VENDOR     PIC X(8).
       01 WS-REPLST-CONT-NAME   PIC X(16) VALUE 'BAQ-REPLIST-CONT'.
       01 WS-NUMREP-CONT-NAME   PIC X(16) VALUE 'BAQ-NUMREP-CONT'.

      * Copy condition history - a VSAM KSDS, RBKCOND, keyed by
      * formNumber + copy number + a 4-digit sequence: one record
      * per grade the desk gives a copy at check-in (and one when a
      * repaired copy is booked back in), with the lifetime loan
      * count it had reached, so a copy's wear can be read back
      * over its whole life
       01 WS-COND-FILE          PIC X(8)  VALUE 'RBKCOND'.
       01 WS-COND-KEY.
         03 WS-COND-KEY-FORMNUM   PIC X(12).
         03 WS-COND-KEY-NUM       PIC 9(4).
         03 WS-COND-KEY-SEQ       PIC 9(4).
       01 WS-COND-RECORD.
         03 condGrade               PIC X(4).
         03 condEvent               PIC X(8).
           88 WS-COND-AT-CHECKIN      VALUE 'CHECKIN'.
           88 WS-COND-AT-REPAIR       VALUE 'REPAIRED'.
         03 condStamp               PIC X(32).
         03 condUserid              PIC X(8).
         03 condLoanCount           PIC 9(7).

      * Wear worklist - a VSAM KSDS, RBKWEAR, keyed by formNumber +
      * copy number: the copies that want a decision, either repair
      * (RBKREPOP send) or disposal (RBKCPYOP dispose), each of which
      * takes the copy off the list. RBKCHKOP files a copy here at
      * check-in when the desk grades it POOR, or when its lifetime
      * loan count reaches another multiple of the circulation limit.
       01 WS-WEAR-FILE          PIC X(8)  VALUE 'RBKWEAR'.
       01 WS-WEAR-KEY.
         03 WS-WEAR-KEY-FORMNUM   PIC X(12).
         03 WS-WEAR-KEY-NUM       PIC 9(4).
       01 WS-WEAR-RECORD.
         03 wearReason              PIC X(8).
           88 WS-WEAR-FOR-POOR        VALUE 'POOR'.
           88 WS-WEAR-FOR-CIRC        VALUE 'CIRCMAX'.
         03 wearFlaggedDate         PIC X(10).
         03 wearGrade               PIC X(4).
         03 wearLoanCount           PIC 9(7).

      * The circulation limit - the shipped default unless RBKTHRS
      * COPY/CIRCMAX says otherwise: every this-many lifetime loans
      * a copy goes on the wear worklist for a look
       01 WS-WEAR-CIRC-DFLT     PIC S9(8) COMP-5 VALUE 50.

      * Response container for RBKREPOP's worklist action - one
      * worklist entry (key + record) per entry, APPENDed in key
      * order; the count goes back on WS-NUMREP-CONT-NAME
       01 WS-WEARLST-CONT-NAME  PIC X(16) VALUE 'BAQ-WEARLST-CONT'.

      * Interlibrary-loan partner registry - a VSAM KSDS, RBKPRTNR,
      * keyed by an 8-character partner id: the company libraries
      * we lend hardcopies to and borrow from, tracked today in a
         03 partnerId               PIC X(8).
         03 partnerName             PIC X(40).
         03 partnerContact          PIC X(40).
      * The agreement terms: a reciprocal partner settles the net
      * imbalance each month at partnerNetFee per net item, in
      * partnerFeeCurrency (blank = WS-BASE-CURRENCY) - the side
      * that borrowed more pays. Partners registered before the
      * terms were recorded read blank/zero: not reciprocal, no fee.
         03 partnerReciprocal       PIC X.
           88 WS-PRT-IS-RECIPROCAL    VALUE 'Y'.
         03 partnerNetFee           PIC 9(5)V9(2) COMP-3.
         03 partnerFeeCurrency      PIC X(3).

      * Outbound interlibrary loans - a VSAM KSDS, RBKILLO, keyed
      * by formNumber + a per-book sequence number, the RBKLOAN
         03 illShippedDate          PIC X(32).
         03 illDueDate              PIC X(32).
         03 illReturnedDate         PIC X(32).
      * When the shipment's copy went on a morning pick list
      * (RBKPICK) - blank until it has
         03 illPickedDate           PIC X(10).

      * Inbound interlibrary loans - a VSAM KSDS, RBKILLI, keyed by
      * a simple ascending number (the RBKSUGG pattern): what we've
           05 WS-PRT-REQ-ID         PIC X(8).
           05 WS-PRT-REQ-NAME       PIC X(40).
           05 WS-PRT-REQ-CONTACT    PIC X(40).
           05 WS-PRT-REQ-RECIPROCAL PIC X.
           05 WS-PRT-REQ-NETFEE     PIC 9(5)V9(2) COMP-3.
           05 WS-PRT-REQ-FEECURR    PIC X(3).

      * Response containers for RBKPRTAD's list action
       01 WS-PRTLST-CONT-NAME   PIC X(16) VALUE 'BAQ-PRTLIST-CONT'.
       01 WS-ILLLST-CONT-NAME   PIC X(16) VALUE 'BAQ-ILLLIST-CONT'.
       01 WS-NUMILL-CONT-NAME   PIC X(16) VALUE 'BAQ-NUMILL-CONT'.

      * Partner ILL requests - a VSAM KSDS, RBKILLR, keyed by the
      * requesting partner + the partner's own reference, so a
      * reference is unique per partner and a poll by it is one
      * keyed READ. A registered partner files a request for one of
      * our titles through the postIllRequest operation (the caller's
      * CICS userid is their RBKPRTNR partnerId) and it lands
      * PENDING; the desk's decideIllRequest either approves it -
      * the normal RBKILLOP ship-out, the copy and due date then
      * carried back onto the request as SHIPPED - or refuses it
      * with a reason. getIllRequest lets the partner poll.
       01 WS-ILLREQ-FILE        PIC X(8)  VALUE 'RBKILLR'.
       01 WS-ILLREQ-KEY.
         03 WS-ILLREQ-KEY-PARTNER PIC X(8).
         03 WS-ILLREQ-KEY-REF     PIC X(16).
       01 WS-ILLREQ-RECORD.
         03 illrPartnerId           PIC X(8).
         03 illrTheirRef            PIC X(16).
         03 illrFormNumber          PIC X(12).
         03 illrStatus              PIC X(8).
           88 WS-ILLR-IS-PENDING      VALUE 'PENDING'.
           88 WS-ILLR-IS-SHIPPED      VALUE 'SHIPPED'.
           88 WS-ILLR-IS-REFUSED      VALUE 'REFUSED'.
         03 illrRequestedDate       PIC X(32).
         03 illrDecidedDate         PIC X(32).
         03 illrDecidedBy           PIC X(8).
         03 illrReason              PIC X(60).
      * Once SHIPPED: the RBKILLO shipment the approval made
         03 illrShipSeq             PIC 9(4).
         03 illrCopyNum             PIC 9(4).
         03 illrDueDate             PIC X(32).

      * Response containers for the partner ILL request operations
       01 WS-ILLRLST-CONT-NAME  PIC X(16) VALUE 'BAQ-ILLRLST-CONT'.
       01 WS-NUMILLR-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMILLR-CONT'.

      * ILL reciprocity (see RBKILLRC) - once a month, for the month
      * before, per RBKPRTNR partner: items lent (RBKILLO shipments
      * that month), items borrowed (RBKILLI receipts that month),
      * the net position, what is overdue either way as the run
      * stands, and the fee a reciprocal agreement makes due on the
      * net. Three outputs:
      * - the reciprocity report, one line per partner (partner,
      *   name, lent, borrowed, net, overdue out, overdue in,
      *   reciprocal, rate, fee, DUE-TO-US/DUE-BY-US, currency),
      *   WRITEQed to WS-ILLRC-TDQ
       01 WS-ILLRC-TDQ          PIC X(4)  VALUE 'RBLB'.
       01 WS-ILLRC-RECORD       PIC X(160) VALUE SPACES.
       01 WS-ILLRC-PTR          PIC S9(4) COMP-5.
      * - the partner statements, to send each partner, to
      *   WS-ILLST-TDQ: per partner a HDR line (partner, name,
      *   contact, month), a LENT line per item lent and a BORROWED
      *   line per item borrowed that month, an OVERDUE-OUT or
      *   OVERDUE-IN line per item overdue either way, a TOTAL line
      *   (lent, borrowed, net, overdue out, overdue in), a FEE line
      *   (direction, net items, rate, amount, currency) and an END
      *   line
       01 WS-ILLST-TDQ          PIC X(4)  VALUE 'RBLC'.
       01 WS-ILLST-RECORD       PIC X(160) VALUE SPACES.
       01 WS-ILLST-PTR          PIC S9(4) COMP-5.
      * - the receivables extract, the fixed-layout file accounts
      *   receivable loads, to WS-ARX-TDQ: an HDR record (run date,
      *   month), one DTL record per partner fee owed to us, and a
      *   TRL record carrying the DTL count and total, so the load
      *   can reject a partial file the way the ledger load does
       01 WS-ARX-TDQ            PIC X(4)  VALUE 'RBLD'.
       01 WS-ARX-RECORD.
         03 WS-ARX-REC-TYPE       PIC X(3).
         03 WS-ARX-PARTNER        PIC X(8).
         03 WS-ARX-NAME           PIC X(40).
         03 WS-ARX-PERIOD         PIC X(7).
         03 WS-ARX-ITEMS          PIC 9(5).
         03 WS-ARX-RATE           PIC 9(5)V9(2).
         03 WS-ARX-AMOUNT         PIC 9(9)V9(2).
         03 WS-ARX-CURRENCY       PIC X(3).
         03 WS-ARX-REFERENCE      PIC X(24).
       01 WS-ARX-HEADER.
         03 FILLER                PIC X(3) VALUE 'HDR'.
         03 WS-ARX-HDR-DATE       PIC X(10).
         03 WS-ARX-HDR-PERIOD     PIC X(7).
       01 WS-ARX-TRAILER.
         03 FILLER                PIC X(3) VALUE 'TRL'.
         03 WS-ARX-TRL-COUNT      PIC 9(7).
         03 WS-ARX-TRL-TOTAL      PIC 9(11)V9(2).

      * Demand-driven purchase proposals - a VSAM KSDS, RBKPROP,
      * keyed by formNumber. The nightly RBKDEMND pass compares each
      * title's hold-queue depth against its AVAILABLE copies and
           88 WS-PROP-IS-APPROVED     VALUE 'APPROVED'.
           88 WS-PROP-IS-REJECTED     VALUE 'REJECTED'.
         03 proposalDecidedBy       PIC X(8).
      * The RBKSTOP standing-order profile that filed the proposal
      * (blank for a demand-driven one) - carried onto the order an
      * approval places, so the receipt follows the profile's split
      * of copies across the branches
         03 proposalProfile         PIC X(8).

      * Input parameter RBKPROPA (the proposal review utility) GETs
      * off WS-RBKPARM-CONT-NAME - list the proposals, or decide
      * charge types: FINE (accrued nightly by RBKOVRDU from how far
      * past its dueDate an open loan is) and REPLACE (filed by
      * RBKCPYOP when a copy is marked LOST while out on loan, at the
      * book's price converted to the base currency through RBKRATE,
      * and at the same price by RBKCLMOP and RBKLOSTD when a loan is
      * resolved or declared LOST).
      * A charge is settled by RBKFEEOP's pay or waive action -
      * settling stamps the record rather than deleting it, so the
      * file doubles as the charge history. RBKCHKOP refuses a new
           88 WS-CHARGE-IS-UNPAID     VALUE 'OPEN'.
           88 WS-CHARGE-IS-PAID       VALUE 'PAID'.
           88 WS-CHARGE-IS-WAIVED     VALUE 'WAIVED'.
      * A replacement charge whose lost copy has since come back
      * (RBKCHKOP's check-in): REVERSED when it was still OPEN - the
      * assessment is undone - or REFUND when it had already been
      * paid and the money is owed back to the borrower
           88 WS-CHARGE-IS-REVERSED   VALUE 'REVERSED'.
           88 WS-CHARGE-IS-REFUND     VALUE 'REFUND'.
         03 chargeSettledDate       PIC X(32).
         03 chargeSettledBy         PIC X(8).
      * How a PAID charge was paid and into which RBKCASH drawer
      * session (its full key) - blank on OPEN and WAIVED charges,
      * and on payments taken before drawer sessions existed
         03 chargeTender            PIC X(8).
           88 WS-CHARGE-TENDER-VALID  VALUES 'CASH' 'CARD' 'PAYROLL'.
         03 chargeSession           PIC X(24).
      * What RBKGLEXT has posted to the general ledger so far: the
      * assessed amount already journalled (a FINE keeps accruing,
      * so each night posts only the growth) and whether the
      * settlement (pay, waive or reversal) has been journalled -
      * R once a REFUND charge's refund has been journalled too
         03 chargeGlAssessed        PIC 9(7)V9(2) COMP-3.
         03 chargeGlSettled         PIC X.
           88 WS-CHARGE-GL-SETTLED    VALUES 'Y' 'R'.
           88 WS-CHARGE-GL-REFUNDED   VALUE 'R'.

      * The nightly fine per whole day overdue, and the unpaid
      * balance past which RBKCHKOP stops lending to a borrower -
      * both in the base currency
       01 WS-FINE-PER-DAY       PIC 9(3)V9(2) COMP-3 VALUE 0.50.
       01 WS-CHARGE-BLOCK-LIMIT PIC 9(5)V9(2) COMP-3 VALUE 25.00.
      * The steeper daily rate a recalled loan earns once its
      * shortened due date has passed
       01 WS-RECALL-FINE-PER-DAY PIC 9(3)V9(2) COMP-3 VALUE 2.00.

      * Lost declaration (RBKLOSTD): an open loan still out this
      * many days after its final (tier 3) overdue notice is
      * declared lost, and its accrued fine is capped at
      * WS-LOST-FINE-CAP - overridable by RBKTHRS records under
      * category LOST and name DAYS/FINECAP (the cap in whole units
      * of the base currency)
       01 WS-LOST-DECLARE-DAYS  PIC S9(4) COMP-5 VALUE 30.
       01 WS-LOST-FINE-CAP      PIC 9(5)V9(2) COMP-3 VALUE 20.00.

      * Lost-declaration report - RBKLOSTD WRITEQs one line per loan
      * it declares lost (borrower, formNumber, copy, capped fine,
      * replacement charge) to this TD queue
       01 WS-LOSTD-TDQ          PIC X(4)  VALUE 'RBLM'.
       01 WS-LOSTD-RECORD       PIC X(120) VALUE SPACES.
       01 WS-LOSTD-PTR          PIC S9(4) COMP-5.
       01 WS-NUMLOSTD-CONT-NAME PIC X(16) VALUE 'BAQ-NUMLSTD-CONT'.

      * Input parameter RBKFEEOP (the charges maintenance utility)
      * GETs off WS-RBKPARM-CONT-NAME - list one borrower's ledger,
           88 WS-CHRG-ACTION-PAY     VALUE 'P'.
           88 WS-CHRG-ACTION-WAIVE   VALUE 'W'.
         03 WS-CHRG-REQ-SEQ       PIC 9(4).
      * A payment names its tender and the branch whose desk took
      * it - the operator's OPEN drawer session there is credited
         03 WS-CHRG-REQ-TENDER    PIC X(8).
         03 WS-CHRG-REQ-BRANCH    PIC X(4).

      * Loan-desk cash drawer sessions - a VSAM KSDS, RBKCASH, keyed
      * by branch + the date the session opened + operator userid +
      * a per-day sequence, so one branch's day is a generic browse.
      * RBKCSHOP opens a session (with its float) and closes it with
      * the counted amounts per tender; in between every RBKFEEOP
      * payment the operator takes at that branch adds to the
      * session's system total for its tender. At close the
      * variances (counted less expected - the float plus system
      * cash for CASH, the system total for CARD and PAYROLL) are
      * stamped on the record, and the nightly RBKCSHRC report
      * reconciles each closed session once, flagging variances
       01 WS-CASH-FILE          PIC X(8)  VALUE 'RBKCASH'.
       01 WS-CASH-KEY.
         03 WS-CASH-KEY-BRANCH    PIC X(4).
         03 WS-CASH-KEY-DATE      PIC X(10).
         03 WS-CASH-KEY-OPERATOR  PIC X(8).
         03 WS-CASH-KEY-SEQ       PIC 9(2).
       01 WS-CASH-RECORD.
         03 cashStatus              PIC X(8).
           88 WS-CASH-IS-OPEN         VALUE 'OPEN'.
           88 WS-CASH-IS-CLOSED       VALUE 'CLOSED'.
         03 cashOpenStamp           PIC X(32).
         03 cashCloseStamp          PIC X(32).
         03 cashFloat               PIC 9(7)V9(2) COMP-3.
         03 cashSysCash             PIC 9(7)V9(2) COMP-3.
         03 cashSysCard             PIC 9(7)V9(2) COMP-3.
         03 cashSysPayroll          PIC 9(7)V9(2) COMP-3.
         03 cashCountCash           PIC 9(7)V9(2) COMP-3.
         03 cashCountCard           PIC 9(7)V9(2) COMP-3.
         03 cashCountPayroll        PIC 9(7)V9(2) COMP-3.
         03 cashVarCash             PIC S9(7)V9(2) COMP-3.
         03 cashVarCard             PIC S9(7)V9(2) COMP-3.
         03 cashVarPayroll          PIC S9(7)V9(2) COMP-3.
         03 cashPayments            PIC 9(5).
      * Stamped by RBKCSHRC once the closed session has been on the
      * reconciliation report, so each is reported exactly once
         03 cashReconciled          PIC X(10).

      * Input parameter RBKCSHOP (the cash-session utility) GETs
      * off WS-RBKPARM-CONT-NAME - open the caller's session at a
      * branch with its float, close it with the counted amounts,
      * or list a branch's sessions for one date (blank = today)
       01 WS-CASH-REQUEST.
         03 WS-CASH-REQ-ACTION    PIC X.
           88 WS-CASH-ACTION-OPEN    VALUE 'O'.
           88 WS-CASH-ACTION-CLOSE   VALUE 'C'.
           88 WS-CASH-ACTION-LIST    VALUE 'Q'.
         03 WS-CASH-REQ-BRANCH    PIC X(4).
         03 WS-CASH-REQ-DATE      PIC X(10).
         03 WS-CASH-REQ-FLOAT     PIC 9(7)V9(2) COMP-3.
         03 WS-CASH-REQ-CASH      PIC 9(7)V9(2) COMP-3.
         03 WS-CASH-REQ-CARD      PIC 9(7)V9(2) COMP-3.
         03 WS-CASH-REQ-PAYROLL   PIC 9(7)V9(2) COMP-3.

      * Response containers for RBKCSHOP - one key + record per
      * session, APPENDed in key order, and a count
       01 WS-CASHLST-CONT-NAME  PIC X(16) VALUE 'BAQ-CASHLST-CONT'.
       01 WS-NUMCASH-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMCASH-CONT'.

      * End-of-day cash reconciliation - RBKCSHRC WRITEQs, for each
      * closed session not yet reconciled, one TENDER line per tender
      * (branch, date, operator, seq, tender, system, counted,
      * variance, OK or VARIANCE) and one UNCLOSED line per session
      * still OPEN from an earlier day. A variance within the RBKTHRS
      * CASH/TOLERNCE limit (in cents, default 0) reports OK.
       01 WS-CSHRC-TDQ          PIC X(4)  VALUE 'RBK2'.
       01 WS-CSHRC-RECORD       PIC X(120) VALUE SPACES.
       01 WS-CSHRC-PTR          PIC S9(4) COMP-5.

      * General-ledger account mapping - a VSAM KSDS, RBKGLMAP, keyed
      * by money-event code, one record per event giving the debit
      * and credit accounts and the cost centre RBKGLEXT journals it
      * under. Events:
      *   FINEASMT / RPLCASMT - a FINE / REPLACE charge assessed
      *   CHRGPAID / CHRGWAIV - a charge paid / waived
      *   CHRGRFND            - a paid replacement charge owed back
      *                         to the borrower (lost copy returned)
      *   WRITEOFF            - a disposal written off (RBKDISP)
      *   ORDRECV             - an order received in (RBKORDER)
      *   INVMATCH            - an invoice line CLEARED (RBKINV)
      * An event with no record on file takes its shipped default
      * from WS-GLMAP-DEFAULTS below. Maintained by RBKGLMAD.
       01 WS-GLMAP-FILE         PIC X(8)  VALUE 'RBKGLMAP'.
       01 WS-GLMAP-KEY          PIC X(8).
       01 WS-GLMAP-RECORD.
         03 glMapEvent              PIC X(8).
         03 glMapDebit              PIC X(8).
         03 glMapCredit             PIC X(8).
         03 glMapCostCentre         PIC X(6).
       01 WS-GLMAP-DEFAULTS-VALUES.
         03 FILLER PIC X(30) VALUE 'FINEASMT1100    4100    LIB001'.
         03 FILLER PIC X(30) VALUE 'RPLCASMT1100    4110    LIB001'.
         03 FILLER PIC X(30) VALUE 'CHRGPAID1000    1100    LIB001'.
         03 FILLER PIC X(30) VALUE 'CHRGWAIV6100    1100    LIB001'.
         03 FILLER PIC X(30) VALUE 'CHRGRFND4110    2200    LIB001'.
         03 FILLER PIC X(30) VALUE 'WRITEOFF6200    1500    LIB001'.
         03 FILLER PIC X(30) VALUE 'ORDRECV 1500    2100    LIB001'.
         03 FILLER PIC X(30) VALUE 'INVMATCH2100    2000    LIB001'.
       01 WS-GLMAP-DEFAULTS REDEFINES WS-GLMAP-DEFAULTS-VALUES.
         03 WS-GLMAP-DEFAULT OCCURS 8 TIMES.
           05 WS-GLMAP-DFLT-EVENT   PIC X(8).
           05 WS-GLMAP-DFLT-DEBIT   PIC X(8).
           05 WS-GLMAP-DFLT-CREDIT  PIC X(8).
           05 WS-GLMAP-DFLT-CC      PIC X(6).
       01 WS-GLMAP-DEFAULT-COUNT PIC S9(4) COMP-5 VALUE 8.

      * Input parameter RBKGLMAD (the GL mapping maintenance utility)
      * GETs off WS-RBKPARM-CONT-NAME - set (add or replace) one
      * event's accounts, remove one (back to its default), or list
      * every event with the accounts currently in force
       01 WS-GLMAP-REQUEST.
         03 WS-GLM-REQ-ACTION     PIC X.
           88 WS-GLM-ACTION-SET      VALUE 'S'.
           88 WS-GLM-ACTION-REMOVE   VALUE 'R'.
           88 WS-GLM-ACTION-LIST     VALUE 'L'.
         03 WS-GLM-REQ-EVENT      PIC X(8).
         03 WS-GLM-REQ-DEBIT      PIC X(8).
         03 WS-GLM-REQ-CREDIT     PIC X(8).
         03 WS-GLM-REQ-COSTCTR    PIC X(6).

      * Response containers for RBKGLMAD - one mapping record per
      * event, and a count
       01 WS-GLMLST-CONT-NAME   PIC X(16) VALUE 'BAQ-GLMLST-CONT'.
       01 WS-NUMGLM-CONT-NAME   PIC X(16) VALUE 'BAQ-NUMGLM-CONT'.

      * General-ledger posting extract (see RBKGLEXT) - the fixed-
      * layout file the ledger load ingests, WRITEQed to this TD
      * queue: an HDR record (posting date, run stamp), then for
      * every money event not yet posted one balanced journal of two
      * JNL lines - the debit and the credit, same journal number,
      * same amount - and a TRL record carrying the journal and line
      * counts and the debit and credit totals, so the load can
      * reject a partial or unbalanced file
       01 WS-GLEXT-TDQ          PIC X(4)  VALUE 'RBK3'.
       01 WS-GLEXT-RECORD.
         03 WS-GLEXT-REC-TYPE     PIC X(3).
         03 WS-GLEXT-DATE         PIC X(10).
         03 WS-GLEXT-JOURNAL      PIC 9(7).
         03 WS-GLEXT-EVENT        PIC X(8).
         03 WS-GLEXT-COSTCTR      PIC X(6).
         03 WS-GLEXT-ACCOUNT      PIC X(8).
         03 WS-GLEXT-DRCR         PIC X(2).
         03 WS-GLEXT-AMOUNT       PIC 9(9)V9(2).
         03 WS-GLEXT-SOURCE       PIC X(8).
         03 WS-GLEXT-REFERENCE    PIC X(24).
       01 WS-GLEXT-HEADER.
         03 FILLER                PIC X(3) VALUE 'HDR'.
         03 WS-GLEXT-HDR-DATE     PIC X(10).
         03 WS-GLEXT-HDR-STAMP    PIC X(25).
       01 WS-GLEXT-TRAILER.
         03 FILLER                PIC X(3) VALUE 'TRL'.
         03 WS-GLEXT-TRL-JOURNALS PIC 9(7).
         03 WS-GLEXT-TRL-LINES    PIC 9(9).
         03 WS-GLEXT-TRL-DEBITS   PIC 9(11)V9(2).
         03 WS-GLEXT-TRL-CREDITS  PIC 9(11)V9(2).

      * Response containers for RBKFEEOP's list action - one charge
      * (sequence + record) per entry, APPENDed in ledger order, the
      * How many detail records the extract wrote
       01 WS-NUMICEX-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMICEX-CONT'.

      * Data-warehouse star-schema extract (see RBKDWEXT) - the
      * nightly feed the enterprise warehouse loads, WRITEQed to this
      * TD queue. One fixed 200-byte record per row, led by a record
      * type and an action code (F full-extract row, A added, C
      * changed, D deleted): an HDR record (run date, FULL or DELTA,
      * and the from/to stamps the run covers), the dimension rows -
      * DBK book, DBW borrower (pseudonymised: surrogate key and
      * department, never the id or name), DBR branch, DVN vendor,
      * DTP topic, DDT date - then the fact rows - FLN loan, FOR
      * order, FRC receipt, FCH charge, FGR access grant - then one
      * CTL record per record type carrying its row count, and a TRL
      * record with the total, so the load can prove it has every
      * row before it commits. Dimension keys are surrogates out of
      * RBKDWKEY (below) and never change once assigned; the date
      * dimension's key is the date itself, YYYYMMDD. Zero in any
      * key column is the warehouse's "unknown" member - a loan with
      * no copy stamp, an order with no vendor, a scrubbed borrower.
      * A DELTA run carries what changed since the last successful
      * run's start (its RBKJOBCT record, the same bookmark RBKICEXP
      * uses): new and changed dimension rows, deleted books off the
      * audit trail, open loans/orders/charges and active grants
      * (they change without a stamp - renewals, part receipts,
      * accruing fines) plus anything opened or closed since.
       01 WS-DWEXT-TDQ          PIC X(4)  VALUE 'RBLI'.
       01 WS-DWEXT-RECORD.
         03 WS-DWEXT-TYPE         PIC X(3).
         03 WS-DWEXT-ACTION       PIC X.
         03 WS-DWEXT-BODY         PIC X(196).
         03 WS-DWEXT-HDR REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-HDR-DATE     PIC X(10).
           05 WS-DWEXT-HDR-MODE     PIC X(5).
           05 WS-DWEXT-HDR-FROM     PIC X(25).
           05 WS-DWEXT-HDR-TO       PIC X(25).
           05 FILLER                PIC X(131).
         03 WS-DWEXT-CTL REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-CTL-TYPE     PIC X(3).
           05 WS-DWEXT-CTL-COUNT    PIC 9(9).
           05 FILLER                PIC X(184).
         03 WS-DWEXT-TRL REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-TRL-COUNT    PIC 9(9).
           05 FILLER                PIC X(187).
         03 WS-DWEXT-DBK REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-DBK-KEY      PIC 9(9).
           05 WS-DWEXT-DBK-FORMNUM  PIC X(12).
           05 WS-DWEXT-DBK-TITLE    PIC X(80).
           05 WS-DWEXT-DBK-STATUS   PIC X(9).
           05 WS-DWEXT-DBK-DOCTYPE  PIC X(8).
           05 WS-DWEXT-DBK-LANGUAGE PIC X(2).
           05 WS-DWEXT-DBK-PUBDATE  PIC X(10).
           05 WS-DWEXT-DBK-TOPICKEY PIC 9(9).
           05 WS-DWEXT-DBK-ISBN     PIC X(17).
           05 FILLER                PIC X(40).
         03 WS-DWEXT-DBW REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-DBW-KEY      PIC 9(9).
           05 WS-DWEXT-DBW-DEPT     PIC X(20).
           05 WS-DWEXT-DBW-CATEGORY PIC X(8).
           05 WS-DWEXT-DBW-STATUS   PIC X.
           05 WS-DWEXT-DBW-LEFT     PIC X(10).
           05 FILLER                PIC X(148).
         03 WS-DWEXT-DBR REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-DBR-KEY      PIC 9(9).
           05 WS-DWEXT-DBR-CODE     PIC X(4).
           05 WS-DWEXT-DBR-NAME     PIC X(40).
           05 FILLER                PIC X(143).
         03 WS-DWEXT-DVN REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-DVN-KEY      PIC 9(9).
           05 WS-DWEXT-DVN-ID       PIC X(8).
           05 WS-DWEXT-DVN-NAME     PIC X(40).
           05 WS-DWEXT-DVN-CURRENCY PIC X(3).
           05 FILLER                PIC X(136).
         03 WS-DWEXT-DTP REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-DTP-KEY      PIC 9(9).
           05 WS-DWEXT-DTP-NAME     PIC X(40).
           05 WS-DWEXT-DTP-PARENT   PIC 9(9).
           05 WS-DWEXT-DTP-TEAM     PIC X(8).
           05 FILLER                PIC X(130).
         03 WS-DWEXT-DDT REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-DDT-KEY      PIC 9(8).
           05 WS-DWEXT-DDT-ISODATE  PIC X(10).
           05 WS-DWEXT-DDT-YEAR     PIC 9(4).
           05 WS-DWEXT-DDT-QUARTER  PIC 9.
           05 WS-DWEXT-DDT-MONTH    PIC 9(2).
           05 WS-DWEXT-DDT-DAY      PIC 9(2).
      * 1 Monday .. 7 Sunday, as the nightly run calendar counts them
           05 WS-DWEXT-DDT-WEEKDAY  PIC 9.
           05 FILLER                PIC X(168).
         03 WS-DWEXT-FLN REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-FLN-FORMNUM  PIC X(12).
           05 WS-DWEXT-FLN-SEQ      PIC 9(4).
           05 WS-DWEXT-FLN-BOOKKEY  PIC 9(9).
           05 WS-DWEXT-FLN-TOPICKEY PIC 9(9).
           05 WS-DWEXT-FLN-BRWRKEY  PIC 9(9).
           05 WS-DWEXT-FLN-BRNCHKEY PIC 9(9).
           05 WS-DWEXT-FLN-OUTDATE  PIC 9(8).
           05 WS-DWEXT-FLN-DUEDATE  PIC 9(8).
           05 WS-DWEXT-FLN-RETDATE  PIC 9(8).
           05 WS-DWEXT-FLN-RENEWALS PIC 9(2).
           05 WS-DWEXT-FLN-COPYNUM  PIC 9(4).
           05 WS-DWEXT-FLN-CLAIM    PIC X(8).
           05 FILLER                PIC X(106).
         03 WS-DWEXT-FOR REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-FOR-FORMNUM  PIC X(12).
           05 WS-DWEXT-FOR-SEQ      PIC 9(4).
           05 WS-DWEXT-FOR-BOOKKEY  PIC 9(9).
           05 WS-DWEXT-FOR-TOPICKEY PIC 9(9).
           05 WS-DWEXT-FOR-VENDKEY  PIC 9(9).
           05 WS-DWEXT-FOR-ORDDATE  PIC 9(8).
           05 WS-DWEXT-FOR-RCVDATE  PIC 9(8).
           05 WS-DWEXT-FOR-QTY      PIC 9(5).
           05 WS-DWEXT-FOR-QTYRCVD  PIC 9(5).
           05 WS-DWEXT-FOR-COST     PIC 9(9)V9(2).
           05 WS-DWEXT-FOR-CANCELLED PIC X.
           05 WS-DWEXT-FOR-PROFILE  PIC X(8).
           05 FILLER                PIC X(107).
         03 WS-DWEXT-FRC REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-FRC-EVENTSEQ PIC 9(12).
           05 WS-DWEXT-FRC-FORMNUM  PIC X(12).
           05 WS-DWEXT-FRC-ORDSEQ   PIC 9(4).
           05 WS-DWEXT-FRC-BOOKKEY  PIC 9(9).
           05 WS-DWEXT-FRC-TOPICKEY PIC 9(9).
           05 WS-DWEXT-FRC-VENDKEY  PIC 9(9).
           05 WS-DWEXT-FRC-DATE     PIC 9(8).
           05 WS-DWEXT-FRC-QTY      PIC 9(5).
           05 FILLER                PIC X(128).
         03 WS-DWEXT-FCH REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-FCH-BRWRKEY  PIC 9(9).
           05 WS-DWEXT-FCH-SEQ      PIC 9(4).
           05 WS-DWEXT-FCH-BOOKKEY  PIC 9(9).
           05 WS-DWEXT-FCH-TOPICKEY PIC 9(9).
           05 WS-DWEXT-FCH-DATE     PIC 9(8).
           05 WS-DWEXT-FCH-SETTLED  PIC 9(8).
           05 WS-DWEXT-FCH-TYPE     PIC X(8).
           05 WS-DWEXT-FCH-STATUS   PIC X(8).
           05 WS-DWEXT-FCH-AMOUNT   PIC 9(7)V9(2).
           05 WS-DWEXT-FCH-TENDER   PIC X(8).
           05 FILLER                PIC X(116).
         03 WS-DWEXT-FGR REDEFINES WS-DWEXT-BODY.
           05 WS-DWEXT-FGR-FORMNUM  PIC X(12).
           05 WS-DWEXT-FGR-SEQ      PIC 9(4).
           05 WS-DWEXT-FGR-BOOKKEY  PIC 9(9).
           05 WS-DWEXT-FGR-TOPICKEY PIC 9(9).
           05 WS-DWEXT-FGR-BRWRKEY  PIC 9(9).
           05 WS-DWEXT-FGR-ISSUED   PIC 9(8).
           05 WS-DWEXT-FGR-EXPIRES  PIC 9(8).
           05 WS-DWEXT-FGR-REVOKED  PIC 9(8).
           05 FILLER                PIC X(129).

      * Warehouse surrogate keys - a VSAM KSDS, RBKDWKEY, keyed by a
      * dimension code and the dimension's own natural key (BK
      * formNumber, BW borrower id, BR branch code, VN vendor id, TP
      * topic name, DT date). A member's surrogate is assigned the
      * first time RBKDWEXT meets it, counting up per dimension from
      * the record with blank natural key (which holds the last one
      * assigned - a blank natural key is the unknown member, zero,
      * and is never looked up), and is never reused or changed, so
      * the warehouse's history stays joined across runs and across
      * full reloads. dwkeyImage is the dimension row as last sent:
      * the borrower, branch, vendor and topic masters carry no
      * update stamp, so a changed row is found by comparing against
      * it. dwkeyLastSent is the stamp of the run that last sent the
      * row, so a full extract sends every member - even one no
      * master lists any more - exactly once. This file is also the
      * borrower pseudonym map - the surrogate is all that leaves;
      * keep it out of the warehouse.
       01 WS-DWKEY-FILE         PIC X(8)  VALUE 'RBKDWKEY'.
       01 WS-DWKEY-KEY.
         03 WS-DWKEY-KEY-DIM      PIC X(2).
         03 WS-DWKEY-KEY-NATURAL  PIC X(40).
       01 WS-DWKEY-RECORD.
         03 dwkeyDim                PIC X(2).
         03 dwkeyNatural            PIC X(40).
         03 dwkeySurrogate          PIC 9(9).
         03 dwkeyImage              PIC X(160).
         03 dwkeyAssigned           PIC X(25).
         03 dwkeyLastSent           PIC X(25).

      * Input parameter RBKDWEXT GETs off WS-RBKPARM-CONT-NAME - force
      * a full extract (a warehouse rebuild), or let the run decide
      * (delta when a bookmark exists, full on the first ever run)
       01 WS-DWEXT-REQUEST.
         03 WS-DWEXT-REQ-MODE     PIC X.
           88 WS-DWEXT-FORCE-FULL    VALUE 'F'.
           88 WS-DWEXT-AUTO          VALUE 'A'.

      * How many rows (dimension and fact) the extract wrote
       01 WS-NUMDWEX-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMDWEX-CONT'.

      * KSDS reorganisation (see RBKREORG). The files that take the
      * heavy insert traffic, each with its key length - only these
      * are ever reorganised, on request or when the last catalog
      * listing shows their splits past the RBKTHRS limits below
       01 WS-REORG-SET-VALUES.
         03 FILLER PIC X(10) VALUE 'REDBOOK 12'.
         03 FILLER PIC X(10) VALUE 'RBKAUDIT16'.
         03 FILLER PIC X(10) VALUE 'RBKLOAN 16'.
         03 FILLER PIC X(10) VALUE 'RBKKWIDX32'.
         03 FILLER PIC X(10) VALUE 'RBKACCJ 41'.
       01 WS-REORG-SET REDEFINES WS-REORG-SET-VALUES.
         03 WS-REORG-SET-ENTRY OCCURS 5 TIMES.
           05 WS-REORG-SET-FILE   PIC X(8).
           05 WS-REORG-SET-KEYLEN PIC 9(2).
       01 WS-REORG-SET-COUNT    PIC S9(4) COMP-5 VALUE 5.

      * Split limits - an RBKTHRS record under category CISPLIT or
      * CASPLIT, name the file, overrides these shipped defaults. A
      * file over either is reorganised by the nightly run.
       01 WS-REORG-CI-DEFAULT   PIC 9(9) COMP-3 VALUE 1000.
       01 WS-REORG-CA-DEFAULT   PIC 9(9) COMP-3 VALUE 10.

      * Catalog listing extract - a VSAM KSDS, RBKLCAT, keyed by FCT
      * file name, reloaded externally from the IDCAMS LISTCAT step
      * ahead of each night's suite (the way RBKSCAN is loaded from
      * the scanners): the data component's split counts, record
      * count and high-used/high-allocated RBAs as of the listing
       01 WS-LCAT-FILE          PIC X(8)  VALUE 'RBKLCAT'.
       01 WS-LCAT-KEY           PIC X(8).
       01 WS-LCAT-RECORD.
         03 lcatFile                PIC X(8).
         03 lcatDsname              PIC X(44).
         03 lcatListed              PIC X(25).
         03 lcatCiSplits            PIC 9(9) COMP-3.
         03 lcatCaSplits            PIC 9(9) COMP-3.
         03 lcatRecords             PIC 9(9) COMP-3.
         03 lcatHiUsed              PIC 9(12) COMP-3.
         03 lcatHiAlloc             PIC 9(12) COMP-3.

      * The unload work copy - a VSAM KSDS, RBKREOW, keyed by an
      * ascending unload sequence, so reading it back in sequence
      * order is reading the source back in key order. Each record
      * carries the source record's key and the record itself raw
      * behind its own length, the way RBKBKUP's generations do;
      * emptied at the start of every reorganisation.
       01 WS-REOW-FILE          PIC X(8)  VALUE 'RBKREOW'.
       01 WS-REOW-KEY           PIC 9(9).
       01 WS-REOW-RECORD.
         03 WS-REOW-REC-SEQ       PIC 9(9).
         03 WS-REOW-REC-RECKEY    PIC X(80).
         03 WS-REOW-REC-DATALEN   PIC S9(4) COMP-5 SYNC.
         03 WS-REOW-REC-DATA      PIC X(2200).

      * The reload target - one FCT entry, RBKREOT, pointed at the
      * file's alternate cluster before each reload: the live
      * dataset name with WS-REORG-DSN-SUFFIX added, or taken off
      * again if the live name already carries it, so each file
      * alternates between its two clusters from one reorganisation
      * to the next. The alternate is DEFINEd with the file's target
      * FREESPACE, which the key-order MASSINSERT reload leaves in
      * every CI and CA.
       01 WS-REOT-FILE          PIC X(8)  VALUE 'RBKREOT'.
       01 WS-REORG-DSN-SUFFIX   PIC X(6)  VALUE '.REORG'.

      * Reorganisation history - a VSAM KSDS, RBKREOH, keyed by file
      * name + run stamp, one record per reorganisation: the
      * listing's split and space figures it started from, the
      * record counts it verified, and its outcome. The space
      * reclaimed only shows on the first listing after the switch,
      * so the next run fills in the after-figure and reports it.
       01 WS-REOH-FILE          PIC X(8)  VALUE 'RBKREOH'.
       01 WS-REOH-KEY.
         03 WS-REOH-KEY-FILE      PIC X(8).
         03 WS-REOH-KEY-STAMP     PIC X(25).
       01 WS-REOH-RECORD.
         03 reohFile                PIC X(8).
         03 reohStamp               PIC X(25).
         03 reohCiSplits            PIC 9(9) COMP-3.
         03 reohCaSplits            PIC 9(9) COMP-3.
         03 reohHiUsedBefore        PIC 9(12) COMP-3.
         03 reohHiUsedAfter         PIC 9(12) COMP-3.
         03 reohRecords             PIC 9(9) COMP-3.
         03 reohOutcome             PIC X(8).
           88 WS-REOH-IS-DONE         VALUE 'DONE'.
           88 WS-REOH-IS-MEASURED     VALUE 'MEASURED'.
           88 WS-REOH-IS-ABANDONED    VALUE 'ABANDON'.

      * Input parameter RBKREORG GETs off WS-RBKPARM-CONT-NAME - the
      * one file to reorganise regardless of its splits; none (the
      * nightly run) means every file in WS-REORG-SET past a limit
       01 WS-REORG-REQUEST.
         03 WS-REORG-REQ-FILE     PIC X(8).

      * Reorganisation report - RBKREORG WRITEQs each file's split
      * counts against its limits, each reorganisation's verified
      * counts, and the space reclaimed by earlier ones once
      * measured, to this TD queue
       01 WS-REORG-TDQ          PIC X(4)  VALUE 'RBLJ'.
       01 WS-REORG-RECORD       PIC X(132) VALUE SPACES.
       01 WS-REORG-PTR          PIC S9(4) COMP-5.
      * How many files RBKREORG reorganised
       01 WS-NUMREOR-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMREOR-CONT'.

      * Catalog completeness scores - a VSAM KSDS, RBKDQSC, keyed by
      * formNumber, one record per book refreshed by the RBKDQSCN
      * data-quality scan: which of the six completeness checks
           88 WS-INV-IS-MATCHED       VALUE 'MATCHED'.
           88 WS-INV-IS-MISMATCH      VALUE 'MISMATCH'.
           88 WS-INV-IS-CLEARED       VALUE 'CLEARED'.
           88 WS-INV-IS-VOUCHED       VALUE 'VOUCHED'.
           88 WS-INV-IS-PAID          VALUE 'PAID'.
      * A line matched for payment - CLEARED, on a voucher, or paid
           88 WS-INV-IS-APPROVED      VALUES 'CLEARED' 'VOUCHED'
                                             'PAID'.
         03 invMatchReason          PIC X(12).
      * 'Y' once RBKGLEXT has journalled the matched line's liability
         03 invGlPosted             PIC X.
           88 WS-INV-GL-POSTED        VALUE 'Y'.
      * The AP payment voucher (RBKVCHR) a CLEARED line went out on,
      * then the payment date and reference once the AP system's
      * remittance comes back through RBKREMIN
         03 invVoucher              PIC X(12).
         03 invPaidDate             PIC X(10).
         03 invPayRef               PIC X(16).
      * The userid that keyed the line in through RBKINVAD - RBKINVMT
      * will not clear it against an order the same userid placed or
      * received. Blank on lines keyed before it was kept.
         03 invKeyedBy              PIC X(8).

      * How far an invoiced unit price may drift from the ordered
      * unit price and still match, in percent either way
       01 WS-INVMATCH-RECORD    PIC X(120) VALUE SPACES.
       01 WS-INVMATCH-PTR       PIC S9(4) COMP-5.

      * AP payment vouchers - a VSAM KSDS, RBKVCHR, keyed by voucher
      * number ('V' + issue date YYYYMMDD + a 3-digit run sequence).
      * RBKVCHEX groups every CLEARED RBKINV line by vendor and
      * currency, one voucher per group, stamps the lines VOUCHED
      * with the voucher number, and files the voucher here as SENT;
      * RBKREMIN marks it PAID when the AP system's remittance for
      * exactly that vendor, currency and total comes back.
       01 WS-VOUCHER-FILE       PIC X(8)  VALUE 'RBKVCHR'.
       01 WS-VOUCHER-KEY        PIC X(12).
       01 WS-VOUCHER-RECORD.
         03 vchVendorId             PIC X(8).
         03 vchCurrency             PIC X(3).
         03 vchTotal                PIC 9(9)V9(2) COMP-3.
         03 vchLines                PIC 9(5).
         03 vchIssued               PIC X(10).
         03 vchStatus               PIC X(8).
           88 WS-VCH-IS-SENT          VALUE 'SENT'.
           88 WS-VCH-IS-PAID          VALUE 'PAID'.
         03 vchPaidDate             PIC X(10).
         03 vchPayRef               PIC X(16).

      * AP voucher extract (see RBKVCHEX) - the fixed-layout file the
      * AP system loads, WRITEQed to this TD queue: an HDR record
      * (issue date), per voucher one VCH record (voucher, vendor,
      * vendor name, currency, total, line count) followed by its
      * VLN line records (voucher, invoice number and line,
      * formNumber, quantity, amount), and a TRL record carrying the
      * voucher and line counts and the grand total as control totals
       01 WS-VCHEX-TDQ          PIC X(4)  VALUE 'RBK4'.
       01 WS-VCHEX-VOUCHER.
         03 FILLER                PIC X(3) VALUE 'VCH'.
         03 WS-VCHEX-VCH-NUMBER   PIC X(12).
         03 WS-VCHEX-VCH-VENDOR   PIC X(8).
         03 WS-VCHEX-VCH-NAME     PIC X(40).
         03 WS-VCHEX-VCH-CURRENCY PIC X(3).
         03 WS-VCHEX-VCH-TOTAL    PIC 9(9)V9(2).
         03 WS-VCHEX-VCH-LINES    PIC 9(5).
       01 WS-VCHEX-LINE.
         03 FILLER                PIC X(3) VALUE 'VLN'.
         03 WS-VCHEX-VLN-NUMBER   PIC X(12).
         03 WS-VCHEX-VLN-INVOICE  PIC X(12).
         03 WS-VCHEX-VLN-SEQ      PIC 9(4).
         03 WS-VCHEX-VLN-FORMNUM  PIC X(12).
         03 WS-VCHEX-VLN-QUANTITY PIC 9(5).
         03 WS-VCHEX-VLN-AMOUNT   PIC 9(9)V9(2).
       01 WS-VCHEX-HEADER.
         03 FILLER                PIC X(3) VALUE 'HDR'.
         03 WS-VCHEX-HDR-DATE     PIC X(10).
       01 WS-VCHEX-TRAILER.
         03 FILLER                PIC X(3) VALUE 'TRL'.
         03 WS-VCHEX-TRL-VOUCHERS PIC 9(7).
         03 WS-VCHEX-TRL-LINES    PIC 9(9).
         03 WS-VCHEX-TRL-TOTAL    PIC 9(11)V9(2).

      * AP remittances - a VSAM KSDS, RBKREMIT, keyed by the AP
      * system's payment reference + a line sequence, loaded
      * externally from the AP system's remittance drop the way
      * RBKHRX is loaded from HR's. Each line pays one voucher.
      * RBKREMIN stamps every line it has judged - APPLIED, or
      * REJECTED with the reason - so a re-run never applies or
      * reports a line twice.
       01 WS-REMIT-FILE         PIC X(8)  VALUE 'RBKREMIT'.
       01 WS-REMIT-KEY.
         03 WS-REMIT-KEY-PAYREF   PIC X(16).
         03 WS-REMIT-KEY-SEQ      PIC 9(4).
       01 WS-REMIT-RECORD.
         03 remitVoucher            PIC X(12).
         03 remitVendorId           PIC X(8).
         03 remitCurrency           PIC X(3).
         03 remitAmount             PIC 9(9)V9(2) COMP-3.
         03 remitPaidDate           PIC X(10).
         03 remitOutcome            PIC X(8).
           88 WS-REMIT-IS-NEW         VALUE SPACES.
           88 WS-REMIT-IS-APPLIED     VALUE 'APPLIED'.
           88 WS-REMIT-IS-REJECTED    VALUE 'REJECTED'.
         03 remitReason             PIC X(12).

      * Remittance exceptions - RBKREMIN WRITEQs one line per
      * remittance it could not match to a voucher we sent
      * (payRef, line, voucher, vendor, currency, amount, reason):
      *   NO-VOUCHER  no such voucher on RBKVCHR
      *   VENDOR      the voucher is for another vendor
      *   CURRENCY    the voucher is in another currency
      *   AMOUNT      the amount is not the voucher total
      *   PAID        the voucher has already been paid
       01 WS-REMEX-TDQ          PIC X(4)  VALUE 'RBL0'.
       01 WS-REMEX-RECORD       PIC X(120) VALUE SPACES.
       01 WS-REMEX-PTR          PIC S9(4) COMP-5.

      * Operational alert thresholds - a VSAM KSDS, RBKTHRS, keyed
      * by category + name, each record one configurable limit the
      * RBKALMON monitor checks:
      *   QUEUE   / NOTEPEND    - pending RBKNOTE deliveries
      *   QUEUE   / NOTEDEAD    - RBKNOTE dead-letter pile
      *   QUEUE   / SUGGOPEN    - open RBKSUGG backlog
      *   CISPLIT / <file name> - CI splits past which RBKREORG
      *     reorganises the file (CASPLIT the same for CA splits)
      * FAILED and stuck-RUNNING RBKJOBCT outcomes always alert -
      * there is no sensible number of those to tolerate, so they
      * take no threshold record. Maintained by RBKTHRAD.
      * always shows the current state: what fired, the observed
      * value against its limit, when, and a one-line text. Anything
      * (a screen, a route) that wants the list just browses it.
      * The AUDIT category is the exception - RBKAUVFY files and
      * clears its own AUDIT/CHAIN alert, and the monitor's rebuild
      * leaves it be - and so is WORKLOAD, which RBKWKLD owns.
       01 WS-ALERT-FILE         PIC X(8)  VALUE 'RBKALERT'.
       01 WS-ALERT-KEY.
         03 WS-ALERT-KEY-CATEG    PIC X(8).

      * Input parameter RBKSTKTK GETs off WS-RBKPARM-CONT-NAME -
      * report discrepancies only, or report and mark the
      * confirmed-missing copies LOST, and which branch was counted.
      * A copy belongs to the branch it currently stands at (its
      * home branch when no current branch is recorded); spaces
      * take the whole inventory, as every run before branches did.
       01 WS-STOCK-REQUEST.
         03 WS-STOCK-REQ-ACTION   PIC X.
           88 WS-STOCK-ACTION-REPORT  VALUE 'R'.
           88 WS-STOCK-ACTION-MARK    VALUE 'M'.
         03 WS-STOCK-REQ-BRANCH   PIC X(4).

      * How many discrepancies the stocktake reported
       01 WS-NUMSTKT-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMSTKT-CONT'.

      * Stocktake history - a VSAM KSDS, RBKSTKH, keyed by branch +
      * stocktake date + topic: one record per topic counted in a
      * run, plus the run's own totals under the reserved *TOTAL*
      * topic (the RBKBUDG convention). A whole-inventory run files
      * under a blank branch. A branch stocktaken twice in one day
      * keeps only the later run. Holdings are the copies at the
      * branch not already LOST; missing are the AVAILABLE ones
      * nobody scanned - missing over holdings is the loss rate
      * RBKSHRNK reports across runs. Still-missing counts copies
      * already LOST that again failed to turn up.
       01 WS-STKH-FILE          PIC X(8)  VALUE 'RBKSTKH'.
       01 WS-STKH-KEY.
         03 WS-STKH-KEY-BRANCH    PIC X(4).
         03 WS-STKH-KEY-DATE      PIC X(10).
         03 WS-STKH-KEY-TOPIC     PIC X(40).
       01 WS-STKH-TOTAL-TOPIC   PIC X(40) VALUE '*TOTAL*'.
       01 WS-STKH-RECORD.
         03 stkhAction              PIC X.
         03 stkhScanned             PIC 9(7).
         03 stkhHoldings            PIC 9(7).
         03 stkhMissing             PIC 9(7).
         03 stkhOnloan              PIC 9(7).
         03 stkhNoRecord            PIC 9(7).
         03 stkhStillMissing        PIC 9(7).
         03 stkhMarked              PIC 9(7).
         03 stkhProposed            PIC 9(7).
         03 stkhRunBy               PIC X(8).
         03 stkhRunStamp            PIC X(25).

      * Stocktake discrepancies at copy level - a VSAM KSDS, RBKSTKD,
      * keyed by the run (branch + date) and the copy, one record
      * per discrepancy the run found, with the same reason the
      * WS-STOCKTAKE-TDQ line carries (STILL-MISSING for a LOST copy
      * that again failed to turn up, which the queue never shows).
      * The next run at the branch reads it back to spot the copies
      * missing twice running.
       01 WS-STKD-FILE          PIC X(8)  VALUE 'RBKSTKD'.
       01 WS-STKD-KEY.
         03 WS-STKD-KEY-BRANCH    PIC X(4).
         03 WS-STKD-KEY-DATE      PIC X(10).
         03 WS-STKD-KEY-FORMNUM   PIC X(12).
         03 WS-STKD-KEY-NUM       PIC 9(4).
       01 WS-STKD-RECORD.
         03 stkdReason              PIC X(14).
           88 WS-STKD-NOT-SCANNED     VALUE 'NOT-SCANNED'.
           88 WS-STKD-STILL-MISSING   VALUE 'STILL-MISSING'.
           88 WS-STKD-SCANNED-ONLOAN  VALUE 'SCANNED-ONLOAN'.
           88 WS-STKD-NO-RECORD       VALUE 'NO-RECORD'.
         03 stkdCopyStatus          PIC X(9).
         03 stkdTopic               PIC X(40).

      * Stocktake write-off proposals - a VSAM KSDS, RBKLOSP, keyed
      * by formNumber + copy number. RBKSTKTK files one PENDING
      * proposal for each copy missing in two consecutive stocktakes
      * at its branch; RBKLOSPA records the review's decision, a
      * WRITEOFF marking the copy LOST and disposing of it through
      * RBKCPYOP (register entry and all), a KEEP leaving it be. A
      * decided proposal is left alone by later runs, as RBKWEEDS
      * leaves a decided weeding entry.
       01 WS-LOSP-FILE          PIC X(8)  VALUE 'RBKLOSP'.
       01 WS-LOSP-KEY.
         03 WS-LOSP-KEY-FORMNUM   PIC X(12).
         03 WS-LOSP-KEY-NUM       PIC 9(4).
       01 WS-LOSP-RECORD.
         03 lospBranch              PIC X(4).
         03 lospPriorDate           PIC X(10).
         03 lospLatestDate          PIC X(10).
         03 lospProposedDate        PIC X(25).
         03 lospDecision            PIC X(8).
           88 WS-LOSP-IS-PENDING      VALUE 'PENDING'.
           88 WS-LOSP-IS-WRITEOFF     VALUE 'WRITEOFF'.
           88 WS-LOSP-IS-KEEP         VALUE 'KEEP'.
         03 lospDecidedBy           PIC X(8).
         03 lospDecidedDate         PIC X(25).

      * Input parameter RBKLOSPA (the write-off proposal review
      * utility) GETs off WS-RBKPARM-CONT-NAME - list the proposals,
      * or decide one (write it off, or keep it because it turned up)
       01 WS-LOSP-REQUEST.
         03 WS-LOSP-REQ-ACTION    PIC X.
           88 WS-LOSP-ACTION-LIST     VALUE 'L'.
           88 WS-LOSP-ACTION-WRITEOFF VALUE 'W'.
           88 WS-LOSP-ACTION-KEEP     VALUE 'K'.
         03 WS-LOSP-REQ-FORMNUM   PIC X(12).
         03 WS-LOSP-REQ-NUM       PIC 9(4).

      * Response containers for the proposal list (copy key +
      * record per entry) and the listed/decided count
       01 WS-LOSPLST-CONT-NAME  PIC X(16) VALUE 'BAQ-LOSPLST-CONT'.
       01 WS-NUMLOSP-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMLOSP-CONT'.

      * Shrinkage report - RBKSHRNK walks the stocktake history and
      * WRITEQs one line per run (and per topic within it) to this
      * TD queue: holdings, missing and the loss rate against
      * holdings, beside the same branch's previous run. Optionally
      * restricted to one branch.
       01 WS-SHRNK-REQUEST.
         03 WS-SHRNK-REQ-BRANCH   PIC X(4).
       01 WS-SHRNK-TDQ          PIC X(4)  VALUE 'RBLL'.
       01 WS-SHRNK-RECORD       PIC X(120) VALUE SPACES.
       01 WS-SHRNK-PTR          PIC S9(4) COMP-5.
       01 WS-NUMSHRNK-CONT-NAME PIC X(16) VALUE 'BAQ-NUMSHRK-CONT'.

      * Annual acquisition budget - a VSAM KSDS, RBKBUDG, keyed by
      * budget year + topic, one line per RBKTOPIC subject plus the
      * whole-year total line under the reserved *TOTAL* topic.
      * Amounts are in the base currency. RBKORDOP checks commitments
      * against these lines when an order is placed - every order
      * dated in the year counts, open ones as commitment and
      * received ones as spend, plus any commitment carried in from
      * the year before - and refuses the order that would
      * break a line. A year/topic with no line on file is
      * unenforced, so the file only constrains what finance has
      * actually budgeted. Maintained by RBKBUDAD; the remaining-
         03 budgetYear              PIC X(4).
         03 budgetTopic             PIC X(40).
         03 budgetAmount            PIC 9(9)V9(2) COMP-3.
      * budgetCarryIn is the commitment RBKYREND rolled in from the
      * year before - the unfilled balance of orders still open at
      * its close - and counts as used alongside this year's own
      * orders. budgetStatus is FROZEN once RBKYREND has closed the
      * year (the final spend, rolled-over commitment and close date
      * are kept on the line, and RBKBUDAD no longer changes it), or
      * CARRY-ONLY for a line the close had to create only to hold a
      * carry-in - such a line is still unenforced until finance
      * sets an amount on it.
         03 budgetCarryIn           PIC 9(9)V9(2) COMP-3.
         03 budgetStatus            PIC X.
           88 WS-BUDGET-IS-FROZEN      VALUE 'F'.
           88 WS-BUDGET-IS-CARRY-ONLY  VALUE 'C'.
         03 budgetFinalSpend        PIC S9(9)V9(2) COMP-3.
         03 budgetRolledOut         PIC 9(9)V9(2) COMP-3.
         03 budgetClosedOn          PIC X(10).

      * The reserved topic key the whole-year total line sits under
       01 WS-BUDGET-TOTAL-TOPIC PIC X(40) VALUE '*TOTAL*'.
       01 WS-BUDGRPT-PTR        PIC S9(4) COMP-5.
       01 WS-NUMBRPT-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMBRPT-CONT'.

      * Fiscal year-end close - RBKYREND freezes one year's RBKBUDG
      * lines and carries the unfilled balance of every order still
      * open into the next year's line for the same topic. It GETs
      * the year to close off WS-RBKPARM-CONT-NAME (spaces close
      * last year) and WRITEQs the closing statement - one line per
      * budget line: final spend, rolled-over commitment, unspent -
      * to this TD queue. Re-running it is harmless: a line already
      * frozen is reported from its kept figures and left alone, and
      * a carry-in is always replaced, never added to.
       01 WS-YREND-REQUEST.
         03 WS-YREND-REQ-YEAR     PIC X(4).
       01 WS-YREND-TDQ          PIC X(4)  VALUE 'RBL1'.
       01 WS-YREND-RECORD       PIC X(140) VALUE SPACES.
       01 WS-YREND-PTR          PIC S9(4) COMP-5.
       01 WS-NUMYREND-CONT-NAME PIC X(16) VALUE 'BAQ-NUMYRND-CONT'.

      * Deaccession (weeding) worklist - a VSAM KSDS, RBKWEED, keyed
      * by formNumber. RBKWEEDS walks the catalog, loan history and
      * usage counters and files one PENDING proposal per weeding
      * own key - zero tier means never noticed
         03 WS-BORRLOAN-NTCTIER   PIC 9(1).
         03 WS-BORRLOAN-NTCDATE   PIC X(32).
      * When the loan was recalled - blank if it never was
         03 WS-BORRLOAN-RECALLED  PIC X(32).
      * CLAIMED while a returned claim is being searched - blank
      * for a loan never disputed
         03 WS-BORRLOAN-CLAIM     PIC X(8).
       01 WS-BORRHOLD-ENTRY.
         03 WS-BORRHOLD-FORMNUM   PIC X(12).
         03 WS-BORRHOLD-POSITION  PIC 9(4).
         03 WS-BORRHOLD-STATUS    PIC X.
      * When a READY hold must be collected by - blank while WAITING
         03 WS-BORRHOLD-PICKUPBY  PIC X(32).
       01 WS-BRWLOAN-CONT-NAME  PIC X(16) VALUE 'BAQ-BRWLOAN-CONT'.
       01 WS-BRWHOLD-CONT-NAME  PIC X(16) VALUE 'BAQ-BRWHOLD-CONT'.

      * Per-branch availability of one title behind GET
      * /redbook/{formNumber}/availability (RBKAVLOP): one entry per
      * branch holding a copy, APPENDed to WS-AVAIL-CONT-NAME. A copy
      * counts where it currently is (its home branch when no
      * current branch is recorded); a reference-only copy counts as
      * reference whatever its status, and LOST/DAMAGED copies count
      * nowhere. The next-due date is the earliest dueDate among the
      * branch's copies out on loan - blank when none are.
       01 WS-AVAIL-ENTRY.
         03 WS-AVAIL-BRANCH       PIC X(4).
         03 WS-AVAIL-BRANCH-NAME  PIC X(40).
         03 WS-AVAIL-AVAILABLE    PIC 9(4).
         03 WS-AVAIL-ONLOAN       PIC 9(4).
         03 WS-AVAIL-TRANSIT      PIC 9(4).
         03 WS-AVAIL-INREPAIR     PIC 9(4).
         03 WS-AVAIL-REFERENCE    PIC 9(4).
         03 WS-AVAIL-NEXT-DUE     PIC X(32).
         03 WS-AVAIL-QUEUE        PIC 9(4).
       01 WS-AVAIL-CONT-NAME    PIC X(16) VALUE 'BAQ-AVAIL-CONT'.

      * Digital access grants for restricted PDFs - a VSAM KSDS,
      * RBKGRANT, keyed by formNumber + a per-book sequence number,
      * laid out and browsed the same way RBKLOAN already is. A
      * Input parameter RBKGRTOP (the access-grant maintenance
      * utility) GETs off WS-RBKPARM-CONT-NAME - which formNumber,
      * which action (issue/revoke/list) and which registered
      * borrower id the grant is for. WS-GRANT-REQ-WAITLIST 'Y' on an
      * issue accepts the place on the book's grant waitlist that a
      * refusal for want of a licence seat offers; a revoke for a
      * borrower with no active grant gives up their waitlist place
       01 WS-GRANT-REQUEST.
         03 WS-GRANT-REQ-FORMNUM   PIC X(12).
         03 WS-GRANT-REQ-ACTION    PIC X.
           88 WS-GRANT-ACTION-REVOKE  VALUE 'R'.
           88 WS-GRANT-ACTION-LIST    VALUE 'L'.
         03 WS-GRANT-REQ-BORROWER  PIC X(8).
         03 WS-GRANT-REQ-WAITLIST  PIC X.
           88 WS-GRANT-WAITLIST-OK    VALUE 'Y'.

      * Response containers for RBKGRTOP's list action - one grant
      * (sequence + record) per entry, APPENDed in issue order, plus
       01 WS-GRNTLST-CONT-NAME  PIC X(16) VALUE 'BAQ-GRNTLST-CONT'.
       01 WS-NUMGRNT-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMGRNT-CONT'.

      * Publisher licences for restricted PDFs - a VSAM KSDS, RBKLICN,
      * keyed by formNumber. Some publishers license a PDF for only
      * licSeats concurrent readers, up to a contract date: a book
      * with a licence record may have no more than licSeats grants
      * active at once, takes no new grant once licExpiry (YYYY-MM-DD)
      * has passed, and a grant issued near that date is cut short to
      * end with it. licVendor is the RBKVEND vendor the licence was
      * bought from, licAgreement the publisher's agreement reference.
      * A PDF with no licence record takes any number of grants, as
      * every PDF did before licences were recorded.
       01 WS-LICENCE-FILE       PIC X(8)  VALUE 'RBKLICN'.
       01 WS-LICENCE-KEY        PIC X(12).
       01 WS-LICENCE-RECORD.
         03 licSeats                PIC 9(4).
         03 licExpiry               PIC X(10).
         03 licVendor               PIC X(8).
         03 licAgreement            PIC X(30).

      * Input parameter RBKLICAD (the licence maintenance utility)
      * GETs off WS-RBKPARM-CONT-NAME
       01 WS-LICENCE-REQUEST.
         03 WS-LIC-REQ-ACTION     PIC X.
           88 WS-LIC-ACTION-ADD      VALUE 'A'.
           88 WS-LIC-ACTION-REMOVE   VALUE 'R'.
           88 WS-LIC-ACTION-LIST     VALUE 'L'.
         03 WS-LIC-REQ-FORMNUM    PIC X(12).
         03 WS-LIC-REQ-SEATS      PIC 9(4).
         03 WS-LIC-REQ-EXPIRY     PIC X(10).
         03 WS-LIC-REQ-VENDOR     PIC X(8).
         03 WS-LIC-REQ-AGREEMENT  PIC X(30).

      * Response containers for RBKLICAD's list action - one licence
      * (formNumber + record) per entry, plus a count
       01 WS-LICLST-CONT-NAME   PIC X(16) VALUE 'BAQ-LICLST-CONT'.
       01 WS-NUMLIC-CONT-NAME   PIC X(16) VALUE 'BAQ-NUMLIC-CONT'.

      * Grant waitlist - a VSAM KSDS, RBKGRWT, keyed by formNumber +
      * a per-book sequence number, so a book's waiters browse in the
      * order they joined, the way RBKRESV's hold queue does. A
      * borrower refused a grant because every licence seat is in use
      * may take a place here; the first waiters have first call on
      * any seat that frees - RBKGRTOP refuses a newcomer a seat the
      * waitlist is owed - and RBKGRWL issues their grants as seats
      * free, by revocation or expiry. An entry is deleted once its
      * borrower is served or gives the place up.
       01 WS-GRWAIT-FILE        PIC X(8)  VALUE 'RBKGRWT'.
       01 WS-GRWAIT-KEY.
         03 WS-GRWAIT-KEY-FORMNUM PIC X(12).
         03 WS-GRWAIT-KEY-SEQ     PIC 9(4).
       01 WS-GRWAIT-RECORD.
         03 gwaitBorrower           PIC X(8).
         03 gwaitQueued             PIC X(32).

      * Input parameter RBKGRWL (the grant waitlist server) GETs off
      * WS-GRWL-CONT-NAME - the one book whose seat has just freed.
      * Run with no parameter (the nightly step), it serves every
      * book with anyone waiting.
       01 WS-GRWL-CONT-NAME     PIC X(16) VALUE 'BAQ-GRWL-CONT'.
       01 WS-GRWL-FORMNUM       PIC X(12).
       01 WS-NUMGRWL-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMGRWL-CONT'.

      * Licence report (see RBKLICRP) - once a month, per licence a
      * SEATS line (formNumber, vendor, agreement, seats, grants
      * active, utilisation percentage, borrowers waiting, expiry)
      * and, for a licence expiring within WS-LICRP-NOTICE-DAYS or
      * already expired, an EXPIRING line (formNumber, vendor,
      * vendor name, agreement, expiry, EXPIRED or EXPIRING),
      * WRITEQed to this TD queue
       01 WS-LICRP-TDQ          PIC X(4)  VALUE 'RBLA'.
       01 WS-LICRP-RECORD       PIC X(160) VALUE SPACES.
       01 WS-LICRP-PTR          PIC S9(4) COMP-5.
       01 WS-LICRP-NOTICE-DAYS  PIC S9(4) COMP-5 VALUE 90.

      * Borrower-data retention (see RBKLNPRG): a closed loan's
      * borrower field is anonymized once its returnDate is older
      * than the policy window below, while the record itself stays
       01 WS-NTCE-RECORD.
         03 noticeTier              PIC 9(1).
         03 noticeLastDate          PIC X(32).
      * The dueDate the courtesy due-soon reminder (RBKCRTSY) was
      * last sent for - a renewal moves dueDate on and earns the
      * borrower a fresh reminder; blank when none has gone
         03 noticeCourtesyDue       PIC X(32).

      * The default escalation thresholds, in days overdue - each
      * is overridable by an RBKTHRS record under category NOTICE
       01 WS-NOTICE-PTR         PIC S9(4) COMP-5.
       01 WS-NUMNTCE-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMNTCE-CONT'.

      * Every borrower notice goes out through RBKNTSND, LINKed with
      * this parameter on WS-NTSND-CONT-NAME: who it is for, which
      * notice (FIRST/SECOND/FINAL overdue, RECALL, DUESOON, READY)
      * and its one detail line. RBKNTSND honours the borrower's
      * borrowerNoticeChannel - the print queue above, an email POST
      * through the WS-NOTICE-EMAIL-URIMAP gateway the same way
      * RBKNOTDS reaches a webhook subscriber, or nothing - and says
      * which it did. An email that can't be handed over falls back
      * to print, so a notice is never silently lost.
       01 WS-NTSND-CONT-NAME    PIC X(16) VALUE 'BAQ-NTSND-CONT'.
       01 WS-NTSND-REQUEST.
         03 WS-NTSND-BORROWER     PIC X(8).
         03 WS-NTSND-KIND         PIC X(8).
         03 WS-NTSND-DETAIL       PIC X(120).
         03 WS-NTSND-OUTCOME      PIC X.
           88 WS-NTSND-PRINTED       VALUE 'P'.
           88 WS-NTSND-EMAILED       VALUE 'E'.
           88 WS-NTSND-SUPPRESSED    VALUE 'N'.
       01 WS-NOTICE-EMAIL-URIMAP PIC X(8) VALUE 'RBKMAIL'.

      * Courtesy notices (RBKCRTSY): a due-soon reminder this many
      * business days ahead of dueDate (RBKTHRS COURTESY/DUESOON
      * overrides), and a hold-ready notice for each READY hold
       01 WS-COURTESY-DAYS      PIC S9(4) COMP-5 VALUE 3.
       01 WS-NUMCRTS-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMCRTS-CONT'.

      * Nightly overdue report - RBKOVRDU walks the whole RBKLOAN file
      * the way RBKEXPRT walks REDBOOK and WRITEQs one line per open
      * loan past its dueDate (borrower, formNumber, title, days
         03 receivedDate             PIC X(32).
         03 vendorId                 PIC X(8).
         03 quantityReceived         PIC S9(5) COMP-5 SYNC.
      * 'Y' once RBKGLEXT has journalled the closed order's receipt
         03 orderGlPosted            PIC X.
           88 WS-ORDER-GL-POSTED       VALUE 'Y'.
      * orderEdiSent is 'Y' once RBKPOEX has put the order on the
      * vendor's outbound purchase-order file. The vendor's answers
      * come back through RBKEDIIN: an acknowledgment records the
      * quantity the vendor confirmed and the date it expects to
      * ship; an advance ship notice stages the quantity on its way
      * (and the notice's reference) so the receiving desk only
      * confirms the receipt. A receive clears the staged figure.
         03 orderEdiSent             PIC X.
           88 WS-ORDER-EDI-SENT        VALUE 'Y'.
         03 orderAckQty              PIC S9(5) COMP-5 SYNC.
         03 orderAckDate             PIC X(10).
         03 orderAsnQty              PIC S9(5) COMP-5 SYNC.
         03 orderAsnRef              PIC X(16).
      * The RBKSTOP standing-order profile the order was placed
      * under, blank for any other order. Copies received against it
      * are homed at the profile's branches in the profile's split.
         03 orderProfile             PIC X(8).
      * Who did what to the order, for the segregation-of-duties
      * checks (RBKINVMT, RBKSODRP): the userid that placed it, the
      * one that booked its first receipt and the one that booked
      * its latest, and the one that cancelled the balance. Blank
      * where the step has not happened or the order predates them.
         03 orderPlacedBy            PIC X(8).
         03 orderReceivedBy          PIC X(8).
         03 orderLastRcvBy           PIC X(8).
         03 orderCancelledBy         PIC X(8).

      * Outbound purchase-order file (see RBKPOEX) - the fixed-layout
      * file the vendors' EDI service picks up, WRITEQed to this TD
      * queue: an HDR record (run date), per vendor one POH record
      * (vendor, vendor name, currency, line count) followed by its
      * POL line records (formNumber and order sequence - the order
      * reference the vendor quotes back - quantity, cost, order
      * date), and a TRL record carrying the vendor and line counts
      * and the total cost as control totals
       01 WS-POEX-TDQ           PIC X(4)  VALUE 'RBL2'.
       01 WS-POEX-VENDOR.
         03 FILLER                PIC X(3) VALUE 'POH'.
         03 WS-POEX-POH-VENDOR    PIC X(8).
         03 WS-POEX-POH-NAME      PIC X(40).
         03 WS-POEX-POH-CURRENCY  PIC X(3).
         03 WS-POEX-POH-LINES     PIC 9(5).
       01 WS-POEX-LINE.
         03 FILLER                PIC X(3) VALUE 'POL'.
         03 WS-POEX-POL-VENDOR    PIC X(8).
         03 WS-POEX-POL-FORMNUM   PIC X(12).
         03 WS-POEX-POL-SEQ       PIC 9(4).
         03 WS-POEX-POL-QUANTITY  PIC 9(5).
         03 WS-POEX-POL-COST      PIC 9(9)V9(2).
         03 WS-POEX-POL-DATE      PIC X(10).
       01 WS-POEX-HEADER.
         03 FILLER                PIC X(3) VALUE 'HDR'.
         03 WS-POEX-HDR-DATE      PIC X(10).
       01 WS-POEX-TRAILER.
         03 FILLER                PIC X(3) VALUE 'TRL'.
         03 WS-POEX-TRL-VENDORS   PIC 9(7).
         03 WS-POEX-TRL-LINES     PIC 9(9).
         03 WS-POEX-TRL-TOTAL     PIC 9(11)V9(2).

      * Inbound vendor EDI documents - a VSAM KSDS, RBKEDI, keyed by
      * the vendor's document reference + a line sequence, loaded
      * externally from the vendors' EDI drop the way RBKREMIT is
      * loaded from the AP system's. Each line is an acknowledgment
      * (ACK: confirmed quantity, expected ship date) or an advance
      * ship notice (ASN: quantity shipped) against one order,
      * named by formNumber + order sequence as our POL record gave
      * it. RBKEDIIN stamps every line it has judged - APPLIED, or
      * REJECTED with the reason - so a re-run never applies or
      * reports a line twice.
       01 WS-EDI-FILE           PIC X(8)  VALUE 'RBKEDI'.
       01 WS-EDI-KEY.
         03 WS-EDI-KEY-DOCREF     PIC X(16).
         03 WS-EDI-KEY-SEQ        PIC 9(4).
       01 WS-EDI-RECORD.
         03 ediType                 PIC X(3).
           88 WS-EDI-IS-ACK           VALUE 'ACK'.
           88 WS-EDI-IS-ASN           VALUE 'ASN'.
         03 ediVendorId             PIC X(8).
         03 ediFormNumber           PIC X(12).
         03 ediOrderSeq             PIC 9(4).
         03 ediQuantity             PIC 9(5).
         03 ediDate                 PIC X(10).
         03 ediOutcome              PIC X(8).
           88 WS-EDI-IS-NEW           VALUE SPACES.
           88 WS-EDI-IS-APPLIED       VALUE 'APPLIED'.
           88 WS-EDI-IS-REJECTED      VALUE 'REJECTED'.
         03 ediReason               PIC X(12).

      * Vendor EDI exceptions - RBKEDIIN WRITEQs one line per
      * document line it could not apply (docRef, line, type,
      * vendor, formNumber, order sequence, quantity, reason):
      *   TYPE        neither ACK nor ASN
      *   NO-ORDER    no such order on RBKORDER
      *   VENDOR      the order was placed with another vendor
      *   CLOSED      the order has already been received in full
      *   QUANTITY    more than was ordered (ACK) or is still
      *               outstanding (ASN)
       01 WS-EDIEX-TDQ          PIC X(4)  VALUE 'RBL3'.
       01 WS-EDIEX-RECORD       PIC X(120) VALUE SPACES.
       01 WS-EDIEX-PTR          PIC S9(4) COMP-5.

      * Physical copy inventory - a VSAM KSDS, RBKCOPY, keyed by
      * formNumber + a per-book copy number, so a generic browse on
           88 WS-COPY-IS-DAMAGED      VALUE 'DAMAGED'.
           88 WS-COPY-IS-TRANSIT      VALUE 'TRANSIT'.
           88 WS-COPY-IS-INREPAIR     VALUE 'IN-REPAIR'.
      * On loan to a borrower who says it came back (RBKCLMOP) -
      * being looked for until the claim is resolved
           88 WS-COPY-IS-SEARCHING    VALUE 'SEARCHING'.
         03 copyAcquiredDate        PIC X(32).
         03 copyHomeBranch          PIC X(4).
         03 copyCurrBranch          PIC X(4).
      * The label the loan desk actually scans - assigned by the
      * RBKLABEL run as it prints the copy's sticker (or keyed
      * through RBKCPYOP for a sticker made some other way), blank
      * until then. The RBKBARCX side index resolves a scan back to
      * this copy, so the desk stops typing formNumbers one-handed.
         03 copyBarcode             PIC X(12).
      * Where the copy came from: spaces for a purchase (the
      * historical default), or the donor id for a donated copy -
      * written before the flag) and 'Y' both circulate. Set
      * through RBKCPYOP's flag action.
         03 copyLoanable            PIC X.
      * The copy's wear: the grade the desk last gave it at check-in
      * (NEW/GOOD/WORN/POOR, spaces until first graded) and when,
      * and its lifetime loan count, bumped by every checkout. A
      * copy written before the count existed carries spaces there,
      * which count as zero.
         03 copyCondition           PIC X(4).
         03 copyConditionDate       PIC X(10).
         03 copyLoanCount           PIC 9(7).
      * Where in its branch the copy is shelved - a shelfmark whose
      * plain character order is the walking order of the stacks.
      * Defaulted from the book's topic (RBKTOPIC topicShelfmark)
      * when the copy is received, corrected through RBKCPYOP's
      * shelve action; spaces until either has happened.
         03 copyShelfmark           PIC X(16).

      * Input parameter RBKCPYOP (the copy-inventory maintenance
      * utility) GETs off WS-RBKPARM-CONT-NAME - list a book's
           88 WS-COPY-ACTION-BARCODE  VALUE 'C'.
           88 WS-COPY-ACTION-DISPOSE  VALUE 'X'.
           88 WS-COPY-ACTION-FLAG     VALUE 'F'.
           88 WS-COPY-ACTION-SHELVE   VALUE 'S'.
         03 WS-COPY-REQ-NUM        PIC 9(4).
         03 WS-COPY-REQ-STATUS     PIC X(9).
         03 WS-COPY-REQ-BRANCH     PIC X(4).
         03 WS-COPY-REQ-REASON     PIC X(12).
      * The loanable/reference setting the flag action applies
         03 WS-COPY-REQ-LOANABLE   PIC X.
      * The shelfmark the shelve action sets (spaces clears it)
         03 WS-COPY-REQ-SHELFMARK  PIC X(16).

      * Response containers for RBKCPYOP's list action - one copy
      * record (key + record) per entry, APPENDed in copy-number
      * 12-character copy barcode, each record resolving to one
      * RBKCOPY copy (formNumber + copy number) - the RBKTITLX
      * pattern, so a scan at the counter is one keyed READ, not a
      * browse. Maintained by RBKCPYOP's barcode action and the
      * RBKLABEL label run alongside the copy record itself.
       01 WS-BARCX-FILE         PIC X(8)  VALUE 'RBKBARCX'.
       01 WS-BARCX-KEY          PIC X(12).
       01 WS-BARCX-RECORD.
         03 WS-BARCX-REC-FORMNUM  PIC X(12).
         03 WS-BARCX-REC-NUM      PIC 9(4).

      * In-library use - a VSAM KSDS, RBKINUS, keyed by the copy
      * (formNumber + copy number) and the day, one record per copy
      * per day it was picked up and left on a table for reshelving.
      * A reference-only copy (copyLoanable 'N') never circulates,
      * so without this the analytics saw the most-consulted books
      * on the shelf as unused. Filed by RBKWINUS - from the RBK3
      * desk's use action or the RBKINUSE batch post of the
      * reshelving scanners' extract - and read alongside RBKLOAN by
      * RBKCIRC, RBKTREND and RBKWEEDS.
       01 WS-INUS-FILE          PIC X(8)  VALUE 'RBKINUS'.
       01 WS-INUS-KEY.
         03 WS-INUS-KEY-FORMNUM   PIC X(12).
         03 WS-INUS-KEY-NUM       PIC 9(4).
         03 WS-INUS-KEY-DATE      PIC X(10).
       01 WS-INUS-RECORD.
         03 inusFormNumber          PIC X(12).
         03 inusCopyNum             PIC 9(4).
         03 inusDate                PIC X(10).
         03 inusCount               PIC 9(7).
         03 inusLastScanned         PIC X(25).
         03 inusSource              PIC X.
           88 WS-INUS-FROM-DESK       VALUE 'D'.
           88 WS-INUS-FROM-BATCH      VALUE 'B'.

      * Input parameter RBKWINUS GETs off WS-RBKPARM-CONT-NAME - the
      * copy, by scanned barcode (resolved through RBKBARCX) or by
      * formNumber + copy number when no barcode is given; how many
      * uses to add (zero counts as one); the day they happened
      * (spaces for today - the batch post carries the scanner's
      * own date) and where the scan came from
       01 WS-INUS-REQUEST.
         03 WS-INUS-REQ-BARCODE   PIC X(12).
         03 WS-INUS-REQ-FORMNUM   PIC X(12).
         03 WS-INUS-REQ-NUM       PIC 9(4).
         03 WS-INUS-REQ-COUNT     PIC 9(4).
         03 WS-INUS-REQ-DATE      PIC X(10).
         03 WS-INUS-REQ-SOURCE    PIC X.
           88 WS-INUS-REQ-DESK        VALUE 'D'.
           88 WS-INUS-REQ-BATCH       VALUE 'B'.

      * The day's running use count RBKWINUS hands back for the copy
       01 WS-NUMINUS-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMINUS-CONT'.

      * Reshelving-scan extract - a VSAM KSDS, RBKUSCN, keyed by the
      * scanner's own sequence number, loaded externally from the
      * shelvers' hand scanners the way RBKSCAN is loaded for the
      * stocktake: one record per barcode scanned off a reading-room
      * table, with the day it was scanned. RBKINUSE posts each
      * through RBKWINUS and deletes it, so a rerun never counts a
      * scan twice.
       01 WS-USCN-FILE          PIC X(8)  VALUE 'RBKUSCN'.
       01 WS-USCN-KEY           PIC 9(9).
       01 WS-USCN-RECORD.
         03 uscnSeq                 PIC 9(9).
         03 uscnBarcode             PIC X(12).
         03 uscnDate                PIC X(10).

      * Reshelving-scan posting report - RBKINUSE WRITEQs one line
      * per scan it could not post (unknown barcode, no such copy)
       01 WS-INUSE-TDQ          PIC X(4)  VALUE 'RBLK'.
       01 WS-INUSE-RECORD       PIC X(80) VALUE SPACES.
       01 WS-INUSE-PTR          PIC S9(4) COMP-5.

      * How many scans the batch post filed
       01 WS-NUMUSCN-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMUSCN-CONT'.

      * Label print queue - a VSAM KSDS, RBKLABL, keyed by the copy
      * (formNumber + copy number): RBKORDOP's receive and RBKDONOP's
      * intake queue one spine/barcode label job for every copy they
      * create, and RBKLABEL drains the queue to the label printer.
      * The job carries only when and why it was queued - barcode,
      * shelfmark, title and branch are taken off the copy and the
      * book as they stand at print time.
       01 WS-LABL-FILE          PIC X(8)  VALUE 'RBKLABL'.
       01 WS-LABL-KEY.
         03 WS-LABL-KEY-FORMNUM   PIC X(12).
         03 WS-LABL-KEY-NUM       PIC 9(4).
       01 WS-LABL-RECORD.
         03 lablQueuedDate          PIC X(10).
         03 lablSource              PIC X(8).
           88 WS-LABL-FROM-ORDER      VALUE 'ORDER'.
           88 WS-LABL-FROM-DONATION   VALUE 'DONATION'.

      * Barcodes the label run assigns: this prefix and a ten-digit
      * number one past the highest already on RBKBARCX under it
       01 WS-LABEL-BARCODE-PREFIX PIC X(2) VALUE 'RB'.

      * One label, as the spine-label printer's stored format reads
      * it - fixed columns, one record per label, WRITEQed to this
      * TD queue. The printer prints the barcode field as the
      * scannable symbol and the rest as text.
       01 WS-LABEL-TDQ          PIC X(4)  VALUE 'RBL9'.
       01 WS-LABEL-PRINT-RECORD.
         03 WS-LABEL-PRT-ID       PIC X(4)  VALUE 'LBL1'.
         03 FILLER                PIC X(1)  VALUE SPACE.
         03 WS-LABEL-PRT-BARCODE  PIC X(12).
         03 FILLER                PIC X(1)  VALUE SPACE.
         03 WS-LABEL-PRT-SHELF    PIC X(16).
         03 FILLER                PIC X(1)  VALUE SPACE.
         03 WS-LABEL-PRT-FORMNUM  PIC X(12).
         03 FILLER                PIC X(1)  VALUE SPACE.
         03 WS-LABEL-PRT-TITLE    PIC X(24).
         03 FILLER                PIC X(1)  VALUE SPACE.
         03 WS-LABEL-PRT-BRANCH   PIC X(4).
         03 FILLER                PIC X(3)  VALUE SPACES.
       01 WS-NUMLABL-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMLABL-CONT'.

      * A label wanted now rather than overnight: the receiving desk
      * PUTs one copy's key here and LINKs RBKLABEL, which prints
      * just that copy's label (assigning its barcode if it has none)
      * instead of draining the queue; a label it could not print
      * comes back in the error container
       01 WS-LABELRQ-CONT-NAME  PIC X(16) VALUE 'BAQ-LABELRQ-CONT'.
       01 WS-LABEL-REQUEST.
         03 WS-LABEL-REQ-FORMNUM    PIC X(12).
         03 WS-LABEL-REQ-NUM        PIC 9(4).

      * Disposal and write-off register - a VSAM KSDS, RBKDISP,
      * keyed by formNumber + copy number: every copy that leaves
      * the collection (lost, weeded, damaged beyond repair) gets
      * donated copy's loss is appraised value, not spend (see the
      * donations register)
         03 dispSource              PIC X(8).
      * 'Y' once RBKGLEXT has journalled the write-off
         03 dispGlPosted            PIC X.
           88 WS-DISP-GL-POSTED       VALUE 'Y'.

      * The write-off summary for finance - RBKDISPR WRITEQs one
      * line per reason and a grand total to this TD queue
           88 WS-ORDER-ACTION-PLACE    VALUE 'O'.
           88 WS-ORDER-ACTION-RECEIVE  VALUE 'R'.
           88 WS-ORDER-ACTION-CANCELBAL VALUE 'B'.
      * Confirm the receipt an advance ship notice staged - the
      * staged quantity is received as if it had been keyed
           88 WS-ORDER-ACTION-CONFIRMASN VALUE 'S'.
         03 WS-ORDER-REQ-QUANTITY   PIC S9(5) COMP-5 SYNC.
         03 WS-ORDER-REQ-COST       PIC 9(9)V9(2) COMP-3.
         03 WS-ORDER-REQ-VENDOR     PIC X(8).
      * remainder, which is also what callers sending the older
      * request layout get
         03 WS-ORDER-REQ-RCVQTY     PIC S9(5) COMP-5 SYNC.
      * The standing-order profile a placed order is filed under -
      * blank for a hand-placed order (and for the older layouts)
         03 WS-ORDER-REQ-PROFILE    PIC X(8).
      * Which of the book's open orders a receive, cancel or ASN
      * confirm acts on (the receiving desk names the line it is
      * unpacking) - zero, as the older layouts send, means the
      * book's latest open order, as before
         03 WS-ORDER-REQ-SEQ        PIC 9(4).

      * Number of orders currently open (placed but not yet received)
      * for the book RBKORDOP just acted on
       01 WS-NUMORDER-CONT-NAME PIC X(16) VALUE 'BAQ-NUMORDR-CONT'.

      * What a receive turned into copy inventory: the first new
      * copy number and how many copies follow it consecutively -
      * the receiving desk lists them for branch and barcode
       01 WS-ORDRCPT-CONT-NAME  PIC X(16) VALUE 'BAQ-ORDRCPT-CONT'.
       01 WS-ORDER-RECEIPT.
         03 WS-ORDER-RCPT-FIRST     PIC 9(4).
         03 WS-ORDER-RCPT-COUNT     PIC S9(5) COMP-5 SYNC.

      * How many DRAFT entries RBKPUBSH promoted to PUBLISHED on its
      * most recent run
       01 WS-NUMPUBL-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMPUBL-CONT'.
         03 WS-APPR-REQ-FORMNUM   PIC X(12).
         03 WS-APPR-REQ-PHASE     PIC X.

      * Technical reviews of DRAFT books - a VSAM KSDS, RBKTREV,
      * keyed by formNumber + the reviewer's userid, so each named
      * reviewer has one review per book. A cataloguer assigns the
      * reviewers with a due date (RBKTRVOP); each reviewer records
      * a comment and a SIGNEDOFF or REJECTED verdict. The publish
      * request (the 'Q' leg of the two-person publish rule) for a
      * DRAFT is refused until at least WS-TREV-MIN-SIGNOFFS
      * reviewers are assigned and every one of them has signed off
      * (RBKTRVCK), and RBKALMON raises an alert for every review
      * still ASSIGNED past its due date. Reassigning a reviewer
      * (say, after a rejection has been dealt with) starts that
      * review over.
       01 WS-TREV-FILE          PIC X(8)  VALUE 'RBKTREV'.
       01 WS-TREV-KEY.
         03 WS-TREV-KEY-FORMNUM   PIC X(12).
         03 WS-TREV-KEY-REVIEWER  PIC X(8).
       01 WS-TREV-RECORD.
         03 trevFormNumber          PIC X(12).
         03 trevReviewer            PIC X(8).
         03 trevAssignedBy          PIC X(8).
         03 trevAssignedDate        PIC X(32).
         03 trevDueDate             PIC X(10).
         03 trevStatus              PIC X(9).
           88 WS-TREV-IS-ASSIGNED     VALUE 'ASSIGNED'.
           88 WS-TREV-IS-SIGNEDOFF    VALUE 'SIGNEDOFF'.
           88 WS-TREV-IS-REJECTED     VALUE 'REJECTED'.
         03 trevComment-length      PIC S9999 COMP-5 SYNC.
         03 trevComment             PIC X(200).
         03 trevDecidedDate         PIC X(32).

       01 WS-TREV-MIN-SIGNOFFS  PIC S9(4) COMP-5 VALUE 1.

      * Input parameter RBKTRVOP (the technical review utility)
      * GETs off WS-RBKPARM-CONT-NAME - assign (or reassign) a
      * reviewer, unassign one, a reviewer's sign-off or rejection
      * with its comment, or list a book's reviews
       01 WS-TREV-REQUEST.
         03 WS-TREV-REQ-ACTION    PIC X.
           88 WS-TREV-ACTION-ASSIGN   VALUE 'A'.
           88 WS-TREV-ACTION-REMOVE   VALUE 'R'.
           88 WS-TREV-ACTION-SIGNOFF  VALUE 'S'.
           88 WS-TREV-ACTION-REJECT   VALUE 'J'.
           88 WS-TREV-ACTION-LIST     VALUE 'L'.
         03 WS-TREV-REQ-FORMNUM   PIC X(12).
         03 WS-TREV-REQ-REVIEWER  PIC X(8).
         03 WS-TREV-REQ-DUEDATE   PIC X(10).
         03 WS-TREV-REQ-COMMENT-LEN PIC S9999 COMP-5 SYNC.
         03 WS-TREV-REQ-COMMENT   PIC X(200).

      * Response containers for RBKTRVOP's list action and counts
       01 WS-TREVLST-CONT-NAME  PIC X(16) VALUE 'BAQ-TREVLST-CONT'.
       01 WS-NUMTREV-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMTREV-CONT'.

      * The publish gate's parameter, LINKed the way RBKVDATE is:
      * RBKTRVCK fills in the book's review tally and the verdict
       01 WS-TRVCK-CONT-NAME    PIC X(16) VALUE 'BAQ-TRVCK-CONT'.
       01 WS-TRVCK-PARM.
         03 WS-TRVCK-FORMNUM      PIC X(12).
         03 WS-TRVCK-ASSIGNED     PIC S9(4) COMP-5 SYNC.
         03 WS-TRVCK-SIGNEDOFF    PIC S9(4) COMP-5 SYNC.
         03 WS-TRVCK-REJECTED     PIC S9(4) COMP-5 SYNC.
         03 WS-TRVCK-RESULT       PIC X.
           88 WS-TRVCK-IS-CLEAR     VALUE 'Y'.
           88 WS-TRVCK-IS-BLOCKED   VALUE 'N'.

      * Vendor master - a VSAM KSDS, RBKVEND, keyed by an 8-character
      * vendor id. Orders carry the vendor id they were placed with,
      * so the RBKCHASE report can group what's open-and-late by
       01 WS-VENDLST-CONT-NAME  PIC X(16) VALUE 'BAQ-VENDLST-CONT'.
       01 WS-NUMVEND-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMVEND-CONT'.

      * Vendor prices - a VSAM KSDS, RBKVPRC, keyed by formNumber +
      * vendor id, so a generic browse on the formNumber returns
      * every vendor's current price for one book. One record per
      * vendor and book: the latest price list RBKPRCIN has loaded
      * replaces the one before it. vprCurrency is the currency the
      * vendor quoted in; RBKRATE converts it to the base currency
      * wherever prices are compared.
       01 WS-VPRICE-FILE        PIC X(8)  VALUE 'RBKVPRC'.
       01 WS-VPRICE-KEY.
         03 WS-VPRICE-KEY-FORMNUM PIC X(12).
         03 WS-VPRICE-KEY-VENDOR  PIC X(8).
       01 WS-VPRICE-RECORD.
         03 vprPrice                PIC 9(7)V9(2) COMP-3.
         03 vprCurrency             PIC X(3).
         03 vprEffective            PIC X(10).
         03 vprListRef              PIC X(16).
         03 vprLoaded               PIC X(10).

      * Vendor price-list lines - a VSAM KSDS, RBKPRCL, keyed by the
      * vendor's list reference + a line sequence, loaded externally
      * from each vendor's periodic price list the way RBKREMIT is
      * loaded from the AP system's drop. A line names the book by
      * an identifier type and value: FORMNUM is our own formNumber,
      * any other type (ISBN on most lists) is resolved to a
      * formNumber through RBKXREF. A blank currency means the
      * vendor master's (or the base currency). RBKPRCIN stamps
      * every line it has judged - APPLIED, or REJECTED with the
      * reason - so a re-run never loads or reports a line twice.
       01 WS-PRCLIN-FILE        PIC X(8)  VALUE 'RBKPRCL'.
       01 WS-PRCLIN-KEY.
         03 WS-PRCLIN-KEY-LISTREF PIC X(16).
         03 WS-PRCLIN-KEY-SEQ     PIC 9(4).
       01 WS-PRCLIN-RECORD.
         03 plVendorId              PIC X(8).
         03 plIdType                PIC X(8).
         03 plIdValue               PIC X(20).
         03 plPrice                 PIC 9(7)V9(2) COMP-3.
         03 plCurrency              PIC X(3).
         03 plEffective             PIC X(10).
         03 plOutcome               PIC X(8).
           88 WS-PRCLIN-IS-NEW        VALUE SPACES.
           88 WS-PRCLIN-IS-APPLIED    VALUE 'APPLIED'.
           88 WS-PRCLIN-IS-REJECTED   VALUE 'REJECTED'.
         03 plReason                PIC X(12).

      * Price-list exceptions - RBKPRCIN WRITEQs one line per price
      * line it could not load (listRef, line, vendor, id type, id,
      * price, reason):
      *   VENDOR      the vendor is not on the vendor master
      *   PRICE       no price was given
      *   NO-MATCH    the identifier resolves to no Redbook
      *   STALE       a price with a later effective date is
      *               already on file for that vendor and book
       01 WS-PRCEX-TDQ          PIC X(4)  VALUE 'RBL4'.
       01 WS-PRCEX-RECORD       PIC X(120) VALUE SPACES.
       01 WS-PRCEX-PTR          PIC S9(4) COMP-5.

      * Best-price warning - when RBKORDOP places an order with a
      * vendor that is not the cheapest on RBKVPRC for the book
      * (every price compared in the base currency through RBKRATE)
      * the order still goes through, and this is PUT alongside the
      * usual count: the cheaper vendor and its unit price, and the
      * unit price the order was placed at
       01 WS-ORDWARN-CONT-NAME  PIC X(16) VALUE 'BAQ-ORDWARN-CONT'.
       01 WS-ORDER-WARNING.
         03 WS-ORDWARN-BEST-VENDOR  PIC X(8).
         03 WS-ORDWARN-BEST-PRICE   PIC 9(9)V9(2) COMP-3.
         03 WS-ORDWARN-CHOSEN-PRICE PIC 9(9)V9(2) COMP-3.
         03 WS-ORDWARN-TEXT         PIC X(80).

      * Catalog price drift report (see RBKPRDRF) - once a month,
      * one line per Redbook whose catalog price (price/Xcurrency)
      * has drifted from the cheapest current RBKVPRC vendor price
      * by more than the PRICE/DRIFTPCT limit on RBKTHRS (a whole
      * percentage, default WS-PRDRF-DFLT-PCT), both sides compared
      * in the base currency, WRITEQed to this TD queue
       01 WS-PRDRF-TDQ          PIC X(4)  VALUE 'RBL5'.
       01 WS-PRDRF-RECORD       PIC X(140) VALUE SPACES.
       01 WS-PRDRF-PTR          PIC S9(4) COMP-5.
       01 WS-PRDRF-DFLT-PCT     PIC 9(3) VALUE 10.

      * Standing-order profiles - a VSAM KSDS, RBKSTOP, keyed by an
      * 8-character profile id. A profile matches new books either
      * by series (stopMatchValue names any one volume; a book
      * matches when the RBKRELAT links reach it from there, the
      * closure RBKSEROP walks) or by topic (stopMatchValue is the
      * topic2 text). It fires when a matching book is created, or
      * only once it is PUBLISHED, and either files an OPEN RBKPROP
      * proposal or places the order directly through RBKORDOP,
      * budget check included, with the vendor named here. The
      * quantity is the sum of the per-branch split - copies
      * received against the order are homed branch by branch in
      * that order. Only books created on or after stopSince are
      * considered, so a new profile doesn't buy the back catalog.
      * Maintained by RBKSTOAD, acted on nightly by RBKSTOGN.
       01 WS-STOP-FILE          PIC X(8)  VALUE 'RBKSTOP'.
       01 WS-STOP-KEY           PIC X(8).
       01 WS-STOP-RECORD.
         03 stopMatchType           PIC X(6).
           88 WS-STOP-BY-SERIES       VALUE 'SERIES'.
           88 WS-STOP-BY-TOPIC        VALUE 'TOPIC'.
         03 stopMatchValue          PIC X(40).
         03 stopTrigger             PIC X.
           88 WS-STOP-ON-CREATE       VALUE 'C'.
           88 WS-STOP-ON-PUBLISH      VALUE 'P'.
         03 stopAction              PIC X.
           88 WS-STOP-FILES-PROPOSAL  VALUE 'P'.
           88 WS-STOP-PLACES-ORDER    VALUE 'O'.
         03 stopVendor              PIC X(8).
         03 stopSince               PIC X(10).
         03 stopBranchCount         PIC S9(4) COMP-5 SYNC.
         03 stopBranch OCCURS 10 TIMES.
           05 stopBranchCode          PIC X(4).
           05 stopBranchQty           PIC S9(4) COMP-5 SYNC.

      * Input parameter RBKSTOAD (the standing-order profile
      * maintenance utility) GETs off WS-RBKPARM-CONT-NAME - add or
      * replace a profile, remove one, or list them all. A blank
      * since date on an add means today.
       01 WS-STOP-REQUEST.
         03 WS-STOP-REQ-ACTION    PIC X.
           88 WS-STOP-ACTION-ADD     VALUE 'A'.
           88 WS-STOP-ACTION-REMOVE  VALUE 'R'.
           88 WS-STOP-ACTION-LIST    VALUE 'L'.
         03 WS-STOP-REQ-ID        PIC X(8).
         03 WS-STOP-REQ-TYPE      PIC X(6).
         03 WS-STOP-REQ-VALUE     PIC X(40).
         03 WS-STOP-REQ-TRIGGER   PIC X.
         03 WS-STOP-REQ-ACT       PIC X.
         03 WS-STOP-REQ-VENDOR    PIC X(8).
         03 WS-STOP-REQ-SINCE     PIC X(10).
         03 WS-STOP-REQ-BRANCHES  PIC S9(4) COMP-5 SYNC.
         03 WS-STOP-REQ-SPLIT OCCURS 10 TIMES.
           05 WS-STOP-REQ-BRANCH    PIC X(4).
           05 WS-STOP-REQ-QTY       PIC S9(4) COMP-5 SYNC.

      * Response containers for RBKSTOAD's list action
       01 WS-STOPLST-CONT-NAME  PIC X(16) VALUE 'BAQ-STOPLST-CONT'.
       01 WS-NUMSTOP-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMSTOP-CONT'.

      * What each profile has generated - a VSAM KSDS, RBKSTOG, keyed
      * by profile id + formNumber, one record per book a profile
      * has acted on, so no book is bought twice by the same profile
      * and a generic browse on the id lists its whole history.
      * stogOutcome is PROPOSED or ORDERED, or SKIPPED with the
      * reason (a proposal for the book was already decided); an
      * order RBKORDOP refuses falls back to a proposal, with the
      * refusal kept as the reason.
       01 WS-STOG-FILE          PIC X(8)  VALUE 'RBKSTOG'.
       01 WS-STOG-KEY.
         03 WS-STOG-KEY-PROFILE   PIC X(8).
         03 WS-STOG-KEY-FORMNUM   PIC X(12).
       01 WS-STOG-RECORD.
         03 stogDate                PIC X(10).
         03 stogQuantity            PIC S9(5) COMP-5 SYNC.
         03 stogCost                PIC 9(9)V9(2) COMP-3.
         03 stogOutcome             PIC X(8).
         03 stogReason              PIC X(12).

      * The nightly standing-order report (see RBKSTOGN) - per
      * profile, one line per book it generated for tonight and a
      * profile total, WRITEQed to this TD queue
       01 WS-STOGN-TDQ          PIC X(4)  VALUE 'RBL6'.
       01 WS-STOGN-RECORD       PIC X(140) VALUE SPACES.
       01 WS-STOGN-PTR          PIC S9(4) COMP-5.
       01 WS-NUMSTOG-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMSTOG-CONT'.

      * Collection valuation for the insurer and the asset register
      * (see RBKVALRP) - every copy still in the collection (no
      * RBKDISP disposal on file) priced at its book's catalog
      * price as replacement value, converted to the base currency
      * through RBKRATE, and totalled by home branch, by topic and
      * by acquisition source, with a NOPRICE line for each book
      * that has copies but no price, WRITEQed to this TD queue
       01 WS-VALRP-TDQ          PIC X(4)  VALUE 'RBL7'.
       01 WS-VALRP-RECORD       PIC X(120) VALUE SPACES.
       01 WS-VALRP-PTR          PIC S9(4) COMP-5.
       01 WS-NUMVALR-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMVALR-CONT'.

      * The morning pick list (see RBKPICK) - per branch, in shelf
      * order, every copy to pull for a READY hold, a hold's copy
      * dispatched to its pickup branch (ROUTE, pulled at the branch
      * it leaves) or an outbound ILL shipment not yet on an earlier
      * list:
      *   BRANCH,code,items
      *   PICK,code,shelfmark,formNumber,copy,HOLD|ILL|ROUTE,for whom
      *     (for ROUTE: the pickup branch it goes to/the requester)
      *   NOCOPY,formNumber,HOLD,for whom - no AVAILABLE copy
      * WRITEQed to this TD queue
       01 WS-PICK-TDQ           PIC X(4)  VALUE 'RBL8'.
       01 WS-PICK-RECORD        PIC X(120) VALUE SPACES.
       01 WS-PICK-PTR           PIC S9(4) COMP-5.
       01 WS-NUMPICK-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMPICK-CONT'.

      * Input parameter RBKSHRD (the shelf-reading list) GETs off
      * WS-RBKPARM-CONT-NAME: one branch and a shelfmark range
      * (inclusive; a blank "to" runs to the end of the shelves)
       01 WS-SHRD-REQUEST.
         03 WS-SHRD-REQ-BRANCH    PIC X(4).
         03 WS-SHRD-REQ-FROM      PIC X(16).
         03 WS-SHRD-REQ-TO        PIC X(16).

      * One shelf-reading entry - a copy that should be standing in
      * the range, in shelf order - APPENDed to WS-SHRDLST-CONT-NAME,
      * with the count on WS-NUMSHRD-CONT-NAME
       01 WS-SHRD-ENTRY.
         03 WS-SHRD-SHELFMARK     PIC X(16).
         03 WS-SHRD-FORMNUM       PIC X(12).
         03 WS-SHRD-COPYNUM       PIC 9(4).
         03 WS-SHRD-BARCODE       PIC X(12).
         03 WS-SHRD-TITLE         PIC X(40).
       01 WS-SHRDLST-CONT-NAME  PIC X(16) VALUE 'BAQ-SHRDLST-CONT'.
       01 WS-NUMSHRD-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMSHRD-CONT'.

      * Vendor performance scorecard (see RBKVSCOR) - per RBKVEND
      * vendor over the whole RBKORDER history: average lead time
      * from orderDate to receivedDate, fill rate (received over
      * threshold, and spend normalized through RBKRATE - one line
      * per vendor to this TD queue, with each period's figures
      * kept in the RBKVSHST history so the line carries the trend
      * against the previous period, and how many of the vendor's
      * matched RBKINV lines are still waiting on AP payment. The
      * numbers purchasing needs at contract renewal, off the
      * system instead of vibes.
       01 WS-VSCOR-TDQ          PIC X(4)  VALUE 'RBK6'.
       01 WS-VSCOR-RECORD       PIC X(140) VALUE SPACES.
       01 WS-VSCOR-PTR          PIC S9(4) COMP-5.
      * control flag (see WS-TOPOWN-KEY), and suggestions filed
      * under the topic route to this team's queue view.
         03 topicTeam               PIC X(8).
      * Where this subject's copies are shelved - the shelfmark a
      * newly received copy of one of its books starts with (a
      * subtopic with none takes its parent's). Spaces means none.
         03 topicShelfmark          PIC X(16).

      * Input parameter RBKTOPAD (the taxonomy maintenance utility)
      * GETs off WS-RBKPARM-CONT-NAME - add an approved topic (with
         03 WS-TOPIC-REQ-NAME     PIC X(40).
         03 WS-TOPIC-REQ-PARENT   PIC X(40).
         03 WS-TOPIC-REQ-TEAM     PIC X(8).
         03 WS-TOPIC-REQ-SHELFMARK PIC X(16).

      * Input parameter RBKTOPRG (the taxonomy reorganization
      * utility) GETs off WS-RBKPARM-CONT-NAME. Three changes, each
      * touch)
       01 WS-NUMTPRG-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMTPRG-CONT'.

      * Input parameter RBKMASUP (the criteria-driven mass update
      * utility) GETs off WS-RBKPARM-CONT-NAME: a selection, where
      * every non-blank criterion must hold, and a set of field
      * changes, where every non-blank change is applied, plus the
      * dry-run flag. The url change swaps a leading prefix of url2
      * (the old host for the new) rather than setting the whole
      * field; the created-date bounds compare against
      * createdTimestamp as plain strings, the way ?since= does. A
      * status change may only be to DRAFT or WITHDRAWN - PUBLISHED
      * stays with the two-person publish rule in RBKUPDOP
       01 WS-MASUP-REQUEST.
         03 WS-MASUP-REQ-DRYRUN      PIC X.
           88 WS-MASUP-IS-DRYRUN          VALUE 'Y'.
         03 WS-MASUP-SELECTION.
           05 WS-MASUP-SEL-STATUS      PIC X(9).
           05 WS-MASUP-SEL-DOCTYPE     PIC X(8).
           05 WS-MASUP-SEL-TOPIC       PIC X(40).
           05 WS-MASUP-SEL-LANGUAGE    PIC X(2).
           05 WS-MASUP-SEL-URLPFX-LEN  PIC S9(4) COMP-5.
           05 WS-MASUP-SEL-URLPFX      PIC X(100).
           05 WS-MASUP-SEL-CRTFROM     PIC X(32).
           05 WS-MASUP-SEL-CRTUNTIL    PIC X(32).
         03 WS-MASUP-CHANGES.
           05 WS-MASUP-SET-STATUS      PIC X(9).
           05 WS-MASUP-SET-RESTRICT    PIC X.
           05 WS-MASUP-SET-LANGUAGE    PIC X(2).
           05 WS-MASUP-SET-TOPIC       PIC X(40).
           05 WS-MASUP-URL-OLD-LEN     PIC S9(4) COMP-5.
           05 WS-MASUP-URL-OLD         PIC X(100).
           05 WS-MASUP-URL-NEW-LEN     PIC S9(4) COMP-5.
           05 WS-MASUP-URL-NEW         PIC X(100).

      * One line of RBKMASUP's change list, APPENDed per changed
      * field of each selected book - the same list on a dry-run
      * (outcome WOULD) as on the commit (CHANGED), so the dry-run
      * shows exactly what the commit will do. A selected book the
      * commit must leave alone gets one line with no field: HELD
      * (legalHold), OWNED (another team's subject area, TOPOWNEN
      * blocking), STALE (rewritten since it was selected) or
      * FAILED (refused or backed out by RBKWBOOK)
       01 WS-MASUP-LINE.
         03 WS-MASUP-LINE-FORMNUM    PIC X(12).
         03 WS-MASUP-LINE-OUTCOME    PIC X(8).
         03 WS-MASUP-LINE-FIELD      PIC X(16).
         03 WS-MASUP-LINE-OLD        PIC X(100).
         03 WS-MASUP-LINE-NEW        PIC X(100).

      * The change list, and how many books were changed (or, on a
      * dry-run, would be)
       01 WS-MASUPLS-CONT-NAME  PIC X(16) VALUE 'BAQ-MASUPLS-CONT'.
       01 WS-NUMMASU-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMMASU-CONT'.

      * One GET /topics response entry: the approved topic, its
      * parent, and how many catalogued books currently carry it
       01 WS-TOPIC-LIST-ENTRY.
      * be, so destroying it would lose information
       01 WS-NUMBSUC-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMBSUC-CONT'.

      * Circulation-state reconciliation report - RBKCRECN walks
      * RBKCOPY book by book and cross-checks each book's copies
      * against its open RBKLOAN loans, open RBKILLO shipments, open
      * RBKRPAIR repairs and READY RBKRESV holds, WRITEQing one line
      * per disagreement (check, formNumber, copy number, detail) to
      * this TD queue. RBKRECON only finds catalog orphans; these
      * are the mismatches that otherwise surface one angry borrower
      * at a time at the desk. Reported, never corrected - which
      * side is wrong needs a person with the book in their hand.
       01 WS-CRECN-TDQ          PIC X(4)  VALUE 'RBK8'.
       01 WS-CRECN-RECORD       PIC X(120) VALUE SPACES.
       01 WS-CRECN-PTR          PIC S9(4) COMP-5.

      * How many circulation mismatches RBKCRECN reported on its most
      * recent run
       01 WS-NUMCREC-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMCREC-CONT'.

      * Audit trail (see req029) - a VSAM KSDS, RBKAUDIT, keyed by
      * formNumber + a per-book sequence number, laid out and browsed
      * the same way RBKLOAN's history already is. RBKWAUDT appends one
      * batch utilities' audit appends
         03 auditCorrelId            PIC X(16).

      * The tamper-evidence seal RBKWAUDT stamps on each record: the
      * hash of the record before it in the book's chain (the chain
      * head's hash, see RBKAUDHD - WS-AUHASH-GENESIS for a book's
      * first sealed record) and RBKAUHSH's hash of that previous
      * hash, the formNumber and everything above. The sequence
      * number is left out on purpose, so RBKAUARC can resequence
      * and archive without re-sealing anything; altering, removing
      * or reordering any record breaks the links after it, which
      * RBKAUVFY checks nightly. Records from before the seal came
      * in carry blanks here and are only accepted ahead of a
      * book's first sealed record. The 'ARCHIVED' summary is a
      * checkpoint rather than a link: its previous hash is the
      * archive's tail, and the chain carries on past it unchanged.
         03 auditPrevHash            PIC X(32).
         03 auditHash                PIC X(32).
       01 WS-AUDIT-SEALED REDEFINES WS-AUDIT-RECORD.
         03 WS-AUDIT-SEALED-BODY     PIC X(66).
         03 FILLER                   PIC X(64).

      * Archive cluster for aged audit records (see RBKAUARC) - the
      * same key and record layout as RBKAUDIT, holding everything
      * older than the retention cutoff, so the live file stays small
         03 WS-AUDIT-REQ-FORMNUM    PIC X(12).
         03 WS-AUDIT-REQ-ACTION     PIC X(10).

      * Audit chain heads - a VSAM KSDS, RBKAUDHD, keyed by
      * formNumber, holding the hash of each book's newest sealed
      * audit record. RBKWAUDT reads it for update before appending
      * (which also keeps two tasks from sealing onto the same
      * predecessor) and rewrites it after; RBKAUVFY checks the
      * walked chain ends on it, so removing a book's newest records
      * is caught as well as altering older ones.
       01 WS-AUDHD-FILE         PIC X(8)  VALUE 'RBKAUDHD'.
       01 WS-AUDHD-KEY          PIC X(12).
       01 WS-AUDHD-RECORD.
         03 audhdFormNumber        PIC X(12).
         03 audhdHash              PIC X(32).
         03 audhdStamp             PIC X(32).

      * Input/output parameter RBKAUHSH (the audit-seal hash routine,
      * LINKed from RBKWAUDT, RBKAUARC and RBKAUVFY) GETs off and PUTs
      * back on WS-AUHASH-CONT-NAME - the previous hash, the book and
      * the record body (WS-AUDIT-SEALED-BODY) in, the hash out. The
      * one routine every sealer and checker LINKs, so the algorithm
      * can only ever change in one place.
       01 WS-AUHASH-CONT-NAME   PIC X(16) VALUE 'BAQ-AUHASH-CONT'.
       01 WS-AUHASH-PARM.
         03 WS-AUHASH-PREV          PIC X(32).
         03 WS-AUHASH-FORMNUM       PIC X(12).
         03 WS-AUHASH-BODY          PIC X(66).
         03 WS-AUHASH-RESULT        PIC X(32).
       01 WS-AUHASH-GENESIS     PIC X(32) VALUE ALL '0'.

      * The chain verification run (RBKAUVFY) - one line per break
      * found ("BREAK,file,formNumber,seq,reason") then a totals
      * line, to the WS-AUVFY-TDQ queue. Any break also files an
      * AUDIT/CHAIN alert on RBKALERT, which RBKAUVFY alone owns -
      * RBKALMON's rebuild leaves the AUDIT category alone, and a
      * clean run removes it.
       01 WS-AUVFY-TDQ          PIC X(4)  VALUE 'RBLF'.
       01 WS-AUVFY-RECORD       PIC X(120) VALUE SPACES.
       01 WS-AUVFY-PTR          PIC S9(4) COMP-5.

      * How many chain breaks RBKAUVFY found on its most recent run
       01 WS-NUMAUVF-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMAUVF-CONT'.

      * Change-feed event (see req037) - RBKCHGOP walks the whole
      * RBKAUDIT file the way RBKRECON walks its companion files, and
      * appends one of these per audit record whose auditTimestamp is
      * rolls WS-BDAY-DATE forward to the next business day when it
      * lands on a weekend or RBKCAL holiday (a business day passes
      * through unchanged); action 'C' counts the business days
      * between WS-BDAY-DATE and WS-BDAY-DATE2 into WS-BDAY-COUNT;
      * action 'A' moves WS-BDAY-DATE forward by WS-BDAY-COUNT
      * business days (the hold pickup deadline); action 'E' sets
      * WS-BDAY-COUNT to 1 when WS-BDAY-DATE is the last business day
      * of its month, 0 when it is not (the nightly suite's month-end
      * steps). All work on the stamp's leading YYYY-MM-DD and
      * preserve the time-of-day tail.
       01 WS-BDAY-CONT-NAME     PIC X(16) VALUE 'BAQ-BDAYRQ-CONT'.
       01 WS-BDAY-PARM.
         03 WS-BDAY-ACTION        PIC X.
           88 WS-BDAY-NEXT-BUSDAY    VALUE 'N'.
           88 WS-BDAY-COUNT-BUSDAYS  VALUE 'C'.
           88 WS-BDAY-ADD-BUSDAYS    VALUE 'A'.
           88 WS-BDAY-MONTH-END      VALUE 'E'.
         03 WS-BDAY-DATE          PIC X(32).
         03 WS-BDAY-DATE2         PIC X(32).
         03 WS-BDAY-COUNT         PIC S9(8) COMP-5 SYNC.
           88 WS-ROLE-IS-READER       VALUE 'R'.
           88 WS-ROLE-IS-CATALOGUER   VALUE 'C'.
           88 WS-ROLE-IS-ADMIN        VALUE 'A'.
      * A moderator hides and reinstates staff reviews (RBKREVMD);
      * otherwise reads the catalog the way a reader does
           88 WS-ROLE-IS-MODERATOR    VALUE 'M'.
      * Which cataloguer team this user belongs to - spaces for
      * readers and for users predating team ownership. Checked
      * against topicTeam on RBKTOPIC when a write touches an owned
         88 WS-CALLER-IS-CATALOGUER VALUE 'C'.
         88 WS-CALLER-IS-ADMIN      VALUE 'A'.
         88 WS-CALLER-SEES-RESTRICTED VALUES 'C' 'A'.
      * Desk staff - cataloguers and administrators - may renew and
      * place or cancel holds on any borrower's behalf through
      * /borrower/{id}; a reader acts on their own id only
         88 WS-CALLER-IS-DESK       VALUES 'C' 'A'.
      * Moderators and administrators may hide or reinstate a
      * staff review and work the moderation queue
         88 WS-CALLER-IS-MODERATOR  VALUES 'M' 'A'.

      * Input parameter RBKROLAD (the role-mapping maintenance
      * utility) GETs off WS-RBKPARM-CONT-NAME - assign one userid's
      * How many role mappings RBKROLAD touched
       01 WS-NUMROLE-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMROLE-CONT'.

      * Access recertification - a VSAM KSDS, RBKRECRT, keyed by
      * review cycle ('2026Q3') + userid: one entry per elevated
      * (non-reader) RBKROLE mapping, written by RBKRCBLD on the
      * quarter-end night with what a reviewer needs to decide -
      * the user's last write from RBKACCJ and RBKAUDIT, their
      * RBKSECEV denials, and a dormant flag when they have written
      * nothing for WS-RECRT-DORMANT-DAYS. An administrator records
      * keep or revoke through RBKRCDEC before the deadline; once
      * it has passed, RBKRCENF drops every revoked or unreviewed
      * entry back to reader and audits each outcome, so nobody
      * keeps a tier just because nobody looked.
       01 WS-RECRT-FILE         PIC X(8)  VALUE 'RBKRECRT'.
       01 WS-RECRT-KEY.
         03 WS-RECRT-KEY-CYCLE    PIC X(6).
         03 WS-RECRT-KEY-USERID   PIC X(8).
       01 WS-RECRT-RECORD.
         03 recrtCycle              PIC X(6).
         03 recrtUserid             PIC X(8).
      * The role and team under review, as they stood at listing
         03 recrtRole               PIC X.
         03 recrtTeam               PIC X(8).
      * Spaces when no write is on file at all
         03 recrtLastWrite          PIC X(25).
         03 recrtLastSource         PIC X(8).
         03 recrtDenials            PIC 9(5).
         03 recrtLastDenial         PIC X(25).
         03 recrtDormant            PIC X.
           88 WS-RECRT-IS-DORMANT     VALUE 'Y'.
           88 WS-RECRT-IS-ACTIVE      VALUE 'N'.
         03 recrtDeadline           PIC X(10).
         03 recrtDecision           PIC X.
           88 WS-RECRT-UNREVIEWED     VALUE SPACE.
           88 WS-RECRT-KEEP           VALUE 'K'.
           88 WS-RECRT-REVOKE         VALUE 'R'.
         03 recrtReviewer           PIC X(8).
         03 recrtDecidedAt          PIC X(25).
         03 recrtOutcome            PIC X(8).
           88 WS-RECRT-IS-OPEN        VALUE SPACES.
           88 WS-RECRT-WAS-KEPT       VALUE 'KEPT'.
           88 WS-RECRT-WAS-REVOKED    VALUE 'REVOKED'.
           88 WS-RECRT-WAS-EXPIRED    VALUE 'EXPIRED'.

      * Days a cycle stays open for decisions, and how long without
      * a write before an elevated account is called dormant
       01 WS-RECRT-DAYS         PIC S9(4) COMP-5 VALUE 30.
       01 WS-RECRT-DORMANT-DAYS PIC S9(4) COMP-5 VALUE 90.

      * The review list RBKRCBLD writes, one line per entry
      * ("REVIEW,cycle,userid,role,team,lastWrite,source,denials,
      * lastDenial,dormant,deadline"), to this TD queue
       01 WS-RCRPT-TDQ          PIC X(4)  VALUE 'RBLG'.
       01 WS-RCRPT-RECORD       PIC X(160) VALUE SPACES.
       01 WS-RCRPT-PTR          PIC S9(4) COMP-5.

      * Input parameter RBKRCDEC (the recertification decision
      * utility) GETs off WS-RBKPARM-CONT-NAME - keep or revoke one
      * user's entry in a cycle, or list a cycle's entries (every
      * cycle when the cycle is left blank)
       01 WS-RECRT-REQUEST.
         03 WS-RECRT-REQ-ACTION   PIC X.
           88 WS-RECRT-ACTION-KEEP   VALUE 'K'.
           88 WS-RECRT-ACTION-REVOKE VALUE 'R'.
           88 WS-RECRT-ACTION-LIST   VALUE 'L'.
         03 WS-RECRT-REQ-CYCLE    PIC X(6).
         03 WS-RECRT-REQ-USERID   PIC X(8).
       01 WS-RCLST-CONT-NAME    PIC X(16) VALUE 'BAQ-RCLST-CONT'.

      * How many entries RBKRCBLD listed, RBKRCDEC touched or
      * listed, or RBKRCENF closed
       01 WS-NUMRCRT-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMRCRT-CONT'.

      * The segregation-of-duties exception report RBKSODRP writes -
      * one line for every order where one userid performed two or
      * more of the conflicting steps (placing it, receiving against
      * it, keying the vendor's invoice line for it): "SOD,formNumber,
      * seq,vendor,userid,steps,placedBy,receivedBy,lastRcvBy,
      * cancelledBy", steps naming which of P(lace), R(eceive) and
      * I(nvoice) that userid did - to this TD queue
       01 WS-SODRP-TDQ          PIC X(4)  VALUE 'RBLH'.
       01 WS-SODRP-RECORD       PIC X(120) VALUE SPACES.
       01 WS-SODRP-PTR          PIC S9(4) COMP-5.
      * How many exception lines RBKSODRP wrote
       01 WS-NUMSOD-CONT-NAME   PIC X(16) VALUE 'BAQ-NUMSOD-CONT'.

      * Per-request access journal - a VSAM KSDS, RBKACCJ, keyed by
      * timestamp + correlation id (two requests in one millisecond
      * stay distinct records), one record per request RBKZCAPI
           88 WS-JOB-IS-RUNNING       VALUE 'RUNNING'.
           88 WS-JOB-IS-OK            VALUE 'OK'.
           88 WS-JOB-IS-FAILED        VALUE 'FAILED'.
      * Written by RBKNIGHT itself, not the step, for a step not due
      * tonight under its run frequency - the stamps and counts stay
      * those of the step's last real run
           88 WS-JOB-IS-SKIPPED       VALUE 'SKIPPED'.
      * The report repository run this job's last run filed (see
      * WS-REPO-FILE below) - its run date under the job's name, and
      * how many lines it kept; spaces/zero when nothing was kept
         03 jobReportDate           PIC X(10).
         03 jobReportLines          PIC S9(8) COMP-5 SYNC.

      * Input parameter RBKWJOBR GETs off WS-JOBRUN-CONT-NAME - which
      * job, whether this is its start or its end, and (at the end)
       01 WS-JOBLST-CONT-NAME   PIC X(16) VALUE 'BAQ-JOBLST-CONT'.
       01 WS-NUMJOBS-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMJOBS-CONT'.

      * Forced nightly steps - a VSAM KSDS, RBKFORCE, keyed by step
      * (program) name: operations' request for a one-off run of a
      * step its run frequency would skip. RBKNIGHT runs a forced
      * step on its next pass whether due or not and deletes the
      * record as it dispatches it. Maintained through RBKFRCAD.
       01 WS-FORCE-FILE         PIC X(8)  VALUE 'RBKFORCE'.
       01 WS-FORCE-KEY          PIC X(8).
       01 WS-FORCE-RECORD.
         03 forceStep               PIC X(8).
         03 forceBy                 PIC X(8).
         03 forceStamp              PIC X(32).

      * Input parameter RBKFRCAD GETs off WS-RBKPARM-CONT-NAME
       01 WS-FORCE-REQUEST.
         03 WS-FORCE-REQ-ACTION   PIC X.
           88 WS-FORCE-ACTION-ADD    VALUE 'A'.
           88 WS-FORCE-ACTION-REMOVE VALUE 'R'.
           88 WS-FORCE-ACTION-LIST   VALUE 'L'.
         03 WS-FORCE-REQ-STEP     PIC X(8).

      * Response containers for RBKFRCAD
       01 WS-FRCLST-CONT-NAME   PIC X(16) VALUE 'BAQ-FRCLST-CONT'.
       01 WS-NUMFRC-CONT-NAME   PIC X(16) VALUE 'BAQ-NUMFRC-CONT'.

      * The nightly suite RBKNIGHT drives: program + stage. Stage 1
      * is the integrity pass everything depends on; stage 2 the
      * archival/housekeeping passes (their catalog ENQs still
      * serialise whatever genuinely conflicts), the HR reconcile,
      * the suspension expiry, the AP voucher and remittance runs
      * and the vendor purchase-order, EDI and price-list runs, so
      * the reports see tonight's departments, leavers, lifted
      * suspensions, paid invoices, vendor acknowledgments and
      * vendor prices, and the recertification enforcement, so the
      * reports see tonight's role changes, and the reshelving-scan
      * post, so the reports count today's in-library use;
      * stage 3 the publish step the reports should see, and the
      * recall pass, which must weigh the hold queues only after
      * stage 2 has expired and promoted holds, and the morning pick
      * list, which must see those promotions too, and the label
      * run, whose newly assigned barcodes the reports should see,
      * and the grant waitlist run, which must see tonight's leavers
      * and lifted suspensions before it strikes a waiter off, and
      * the errata publish run, whose listings the reports should
      * see, and the lost declaration, which closes long-overdue
      * loans before the fine run accrues on them and the demand
      * scan weighs their copies; stage 4 every read-only report
      * (the job-run trend report and the audit chain check among
      * them), free to
      * overlap; stage 5 the GL posting
      * extract, which must see tonight's accrued fines,
      * and the retention scrub, which must not run until the
      * reports have read the loans it anonymizes, and the standing
      * orders, which must see tonight's publishes and must not
      * race the demand scan over the proposals file, and the saved-
      * search alerts, which must see tonight's publishes too, and
      * the warehouse extract, which must see tonight's fines and
      * receipts, and the team workload report, which must see
      * tonight's completeness scores and proposals, and the event
      * publisher's catch-up and retention sweep, which goes last
      * so nothing tonight's steps logged waits till dawn; stage 6
      * the KSDS reorganisation, which holds the catalog read-only
      * while it runs and so waits for every other step to finish.
      * After the stage, each step's run frequency: D daily, W weekly
      * on the weekday that follows (1 Monday .. 7 Sunday), M on the
      * month-end business day, Q on the quarter-end one, Y on the
      * year-end one. The month-end commission snapshot and vendor
      * scorecard, the price drift and licence reports, the ILL
      * reciprocity run and the loan retention scrub are monthly, the
      * forecast and the segregation-of-duties exception report
      * weekly on a Monday, the access recertification list
      * quarterly
       01 WS-NIGHT-STEPS-VALUES.
         03 FILLER PIC X(12) VALUE 'RBKRECON01D0'.
         03 FILLER PIC X(12) VALUE 'RBKAUARC02D0'.
         03 FILLER PIC X(12) VALUE 'RBKPURGE02D0'.
         03 FILLER PIC X(12) VALUE 'RBKTBPRG02D0'.
         03 FILLER PIC X(12) VALUE 'RBKWDARC02D0'.
         03 FILLER PIC X(12) VALUE 'RBKACCPR02D0'.
         03 FILLER PIC X(12) VALUE 'RBKRCENF02D0'.
         03 FILLER PIC X(12) VALUE 'RBKHLDEX02D0'.
         03 FILLER PIC X(12) VALUE 'RBKHRREC02D0'.
         03 FILLER PIC X(12) VALUE 'RBKSUSEX02D0'.
         03 FILLER PIC X(12) VALUE 'RBKREMIN02D0'.
         03 FILLER PIC X(12) VALUE 'RBKVCHEX02D0'.
         03 FILLER PIC X(12) VALUE 'RBKPOEX 02D0'.
         03 FILLER PIC X(12) VALUE 'RBKEDIIN02D0'.
         03 FILLER PIC X(12) VALUE 'RBKPRCIN02D0'.
         03 FILLER PIC X(12) VALUE 'RBKINUSE02D0'.
         03 FILLER PIC X(12) VALUE 'RBKPUBSH03D0'.
         03 FILLER PIC X(12) VALUE 'RBKRCALL03D0'.
         03 FILLER PIC X(12) VALUE 'RBKPICK 03D0'.
         03 FILLER PIC X(12) VALUE 'RBKLABEL03D0'.
         03 FILLER PIC X(12) VALUE 'RBKGRWL 03D0'.
         03 FILLER PIC X(12) VALUE 'RBKERRPB03D0'.
         03 FILLER PIC X(12) VALUE 'RBKLOSTD03D0'.
         03 FILLER PIC X(12) VALUE 'RBKOVRDU04D0'.
         03 FILLER PIC X(12) VALUE 'RBKCHASE04D0'.
         03 FILLER PIC X(12) VALUE 'RBKSTRPT04D0'.
         03 FILLER PIC X(12) VALUE 'RBKEXPRT04D0'.
         03 FILLER PIC X(12) VALUE 'RBKSZRPT04D0'.
         03 FILLER PIC X(12) VALUE 'RBKDUPAU04D0'.
         03 FILLER PIC X(12) VALUE 'RBKCIRC 04D0'.
         03 FILLER PIC X(12) VALUE 'RBKSPEND04D0'.
         03 FILLER PIC X(12) VALUE 'RBKTREND04D0'.
         03 FILLER PIC X(12) VALUE 'RBKRECBD04D0'.
         03 FILLER PIC X(12) VALUE 'RBKLNKCK04D0'.
         03 FILLER PIC X(12) VALUE 'RBKBUDRP04D0'.
         03 FILLER PIC X(12) VALUE 'RBKALMON04D0'.
         03 FILLER PIC X(12) VALUE 'RBKDQSCN04D0'.
         03 FILLER PIC X(12) VALUE 'RBKICEXP04D0'.
         03 FILLER PIC X(12) VALUE 'RBKDEMND04D0'.
         03 FILLER PIC X(12) VALUE 'RBKNTCE 04D0'.
         03 FILLER PIC X(12) VALUE 'RBKFCAST04W1'.
         03 FILLER PIC X(12) VALUE 'RBKCMSNP04M0'.
         03 FILLER PIC X(12) VALUE 'RBKVSCOR04M0'.
         03 FILLER PIC X(12) VALUE 'RBKCRECN04D0'.
         03 FILLER PIC X(12) VALUE 'RBKCRTSY04D0'.
         03 FILLER PIC X(12) VALUE 'RBKCLMRP04D0'.
         03 FILLER PIC X(12) VALUE 'RBKCSHRC04D0'.
         03 FILLER PIC X(12) VALUE 'RBKPRDRF04M0'.
         03 FILLER PIC X(12) VALUE 'RBKLICRP04M0'.
         03 FILLER PIC X(12) VALUE 'RBKILLRC04M0'.
         03 FILLER PIC X(12) VALUE 'RBKJHRPT04D0'.
         03 FILLER PIC X(12) VALUE 'RBKAUVFY04D0'.
         03 FILLER PIC X(12) VALUE 'RBKRCBLD04Q0'.
         03 FILLER PIC X(12) VALUE 'RBKSODRP04W1'.
         03 FILLER PIC X(12) VALUE 'RBKGLEXT05D0'.
         03 FILLER PIC X(12) VALUE 'RBKLNPRG05M0'.
         03 FILLER PIC X(12) VALUE 'RBKSTOGN05D0'.
         03 FILLER PIC X(12) VALUE 'RBKSRCAL05D0'.
         03 FILLER PIC X(12) VALUE 'RBKDWEXT05D0'.
         03 FILLER PIC X(12) VALUE 'RBKWKLD 05D0'.
         03 FILLER PIC X(12) VALUE 'RBKEVPUB05D0'.
         03 FILLER PIC X(12) VALUE 'RBKREORG06D0'.
       01 WS-NIGHT-STEPS REDEFINES WS-NIGHT-STEPS-VALUES.
         03 WS-NIGHT-STEP-ENTRY OCCURS 62 TIMES
                                 INDEXED BY WS-NIGHT-STEP-IDX.
           05 WS-NIGHT-STEP       PIC X(8).
           05 WS-NIGHT-STAGE      PIC 9(2).
           05 WS-NIGHT-FREQ       PIC X.
             88 WS-NIGHT-DAILY      VALUE 'D'.
             88 WS-NIGHT-WEEKLY     VALUE 'W'.
             88 WS-NIGHT-MONTH-END  VALUE 'M'.
             88 WS-NIGHT-QTR-END    VALUE 'Q'.
             88 WS-NIGHT-YEAR-END   VALUE 'Y'.
           05 WS-NIGHT-WEEKDAY    PIC 9.
       01 WS-NIGHT-STEP-COUNT   PIC S9(4) COMP-5 VALUE 62.
       01 WS-NIGHT-LAST-STAGE   PIC 9(2) VALUE 6.

      * Job-run history - a VSAM KSDS, RBKJOBHS, keyed by job name +
      * start stamp, one record for every run RBKWJOBR has seen
      * (RBKJOBCT keeps only the latest): the start call writes it
      * RUNNING, the end call closes it with the end stamp, count,
      * outcome and the elapsed seconds between. Runs older than
      * WS-JOBHS-KEEP-DAYS are dropped as the job ends. A step's
      * baseline is the average elapsed time of its last
      * WS-JOBHS-BASE-RUNS OK runs; a run over WS-JOBHS-SLOW-PCT of
      * its baseline, once WS-JOBHS-MIN-RUNS runs make a baseline,
      * is flagged slow by the RBKJHRPT trend report
       01 WS-JOBHS-FILE         PIC X(8)  VALUE 'RBKJOBHS'.
       01 WS-JOBHS-KEY.
         03 WS-JOBHS-KEY-NAME     PIC X(8).
         03 WS-JOBHS-KEY-START    PIC X(25).
       01 WS-JOBHS-RECORD.
         03 jobhsName               PIC X(8).
         03 jobhsStartStamp         PIC X(32).
         03 jobhsEndStamp           PIC X(32).
         03 jobhsRecords            PIC S9(8) COMP-5 SYNC.
         03 jobhsOutcome            PIC X(8).
           88 WS-JOBHS-IS-RUNNING     VALUE 'RUNNING'.
           88 WS-JOBHS-IS-OK          VALUE 'OK'.
         03 jobhsElapsed            PIC S9(8) COMP-5 SYNC.
       01 WS-JOBHS-KEEP-DAYS    PIC S9(4) COMP-5 VALUE 400.
       01 WS-JOBHS-BASE-RUNS    PIC S9(4) COMP-5 VALUE 10.
       01 WS-JOBHS-MIN-RUNS     PIC S9(4) COMP-5 VALUE 3.
       01 WS-JOBHS-SLOW-PCT     PIC S9(4) COMP-5 VALUE 150.

      * Job-run trend report - RBKJHRPT WRITEQs every step's runs of
      * the last WS-JHRPT-DAYS days to this TD queue with elapsed
      * time against the rolling baseline, slow runs flagged, and a
      * per-step line setting the oldest baseline against today's
       01 WS-JHRPT-TDQ          PIC X(4)  VALUE 'RBLE'.
       01 WS-JHRPT-RECORD       PIC X(132) VALUE SPACES.
       01 WS-JHRPT-PTR          PIC S9(4) COMP-5.
       01 WS-JHRPT-DAYS         PIC S9(4) COMP-5 VALUE 90.
       01 WS-NUMJHRP-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMJHRP-CONT'.

      * Batch-window projection (see RBKJPROJ, LINKed the way
      * RBKBDAY is): tonight's suite walked stage by stage - a step
      * finished tonight counts at its real end, one running or
      * still to come at its baseline - to a projected finish,
      * set against the window end, an RBKTHRS limit under category
      * WINDOW, name NIGHTEND, as HHMM (WS-JPROJ-WINDOW-DEFAULT when
      * none is set). A window end earlier in the day than the suite
      * started falls on the following day. A step name on the
      * parameter also returns that step's baseline and last run.
       01 WS-JPROJ-CONT-NAME    PIC X(16) VALUE 'BAQ-JPROJRQ-CONT'.
       01 WS-JPROJ-PARM.
         03 WS-JPROJ-STEP         PIC X(8).
         03 WS-JPROJ-STEP-BASE    PIC S9(8) COMP-5 SYNC.
         03 WS-JPROJ-STEP-RUNS    PIC S9(8) COMP-5 SYNC.
         03 WS-JPROJ-STEP-LAST    PIC S9(8) COMP-5 SYNC.
         03 WS-JPROJ-SUITE-START  PIC X(32).
         03 WS-JPROJ-FINISH       PIC X(32).
         03 WS-JPROJ-WINDOW-END   PIC X(32).
         03 WS-JPROJ-STEPS-LEFT   PIC S9(8) COMP-5 SYNC.
         03 WS-JPROJ-MINS-OVER    PIC S9(8) COMP-5 SYNC.
         03 WS-JPROJ-RESULT       PIC X.
           88 WS-JPROJ-ON-TIME      VALUE 'Y'.
           88 WS-JPROJ-OVERRUN      VALUE 'N'.
       01 WS-JPROJ-WINDOW-DEFAULT PIC 9(4) VALUE 0600.

      * Report repository - a VSAM KSDS, RBKREPO, keyed by report
      * (job) name, run date and line number, holding every line a
      * nightly report wrote to its TD queues, so last month's run
      * can be fetched long after the queue was drained. Each report
      * program writes every line to WS-RPTCAP-TSQ as well as to its
      * TD queue; RBKWJOBR files the captured lines when the job
      * ends (a rerun the same day replaces the earlier run), points
      * the RBKJOBCT record at the run, and drops runs past their
      * retention. A line is as wide as the widest TD record - the
      * catalog export's 300 bytes.
       01 WS-REPO-FILE          PIC X(8)  VALUE 'RBKREPO'.
       01 WS-REPO-KEY.
         03 WS-REPO-KEY-NAME      PIC X(8).
         03 WS-REPO-KEY-DATE      PIC X(10).
         03 WS-REPO-KEY-LINE      PIC 9(6).
       01 WS-REPO-RECORD.
         03 repoName                PIC X(8).
         03 repoRunDate             PIC X(10).
         03 repoLineNumber          PIC 9(6).
         03 repoLine-length         PIC S9999 COMP-5 SYNC.
         03 repoLine                PIC X(300).

      * One entry per filed run - a VSAM KSDS, RBKRPRUN, keyed like
      * RBKREPO without the line number - so GET /reports can list
      * the runs on file without reading every line
       01 WS-RPRUN-FILE         PIC X(8)  VALUE 'RBKRPRUN'.
       01 WS-RPRUN-KEY.
         03 WS-RPRUN-KEY-NAME     PIC X(8).
         03 WS-RPRUN-KEY-DATE     PIC X(10).
       01 WS-RPRUN-RECORD.
         03 rprunName               PIC X(8).
         03 rprunDate               PIC X(10).
         03 rprunEndStamp           PIC X(32).
         03 rprunLines              PIC S9(8) COMP-5 SYNC.
         03 rprunOutcome            PIC X(8).
         03 rprunExpires            PIC X(10).

      * Retention per report - a VSAM KSDS, RBKRPRET, keyed by report
      * name and maintained by RBKRPTAD. A report with no entry keeps
      * its runs WS-RPRET-DEFAULT days; zero days keeps none (the
      * bulk extracts, whose TD queues feed other systems anyway)
       01 WS-RPRET-FILE         PIC X(8)  VALUE 'RBKRPRET'.
       01 WS-RPRET-KEY          PIC X(8).
       01 WS-RPRET-RECORD.
         03 rpretName               PIC X(8).
         03 rpretDays               PIC S9(4) COMP-5 SYNC.
       01 WS-RPRET-DEFAULT      PIC S9(4) COMP-5 VALUE 90.

      * The per-job capture queue the report lines are copied to -
      * named for the job the report program registered with
      * RBKWJOBR, and emptied by RBKWJOBR at the job's start and end
       01 WS-RPTCAP-TSQ.
         03 WS-RPTCAP-PREFIX      PIC X(4) VALUE 'RPC-'.
         03 WS-RPTCAP-JOB         PIC X(8) VALUE SPACES.
         03 FILLER                PIC X(4) VALUE SPACES.

      * Input parameter RBKRPTAD (the report retention maintenance
      * utility) GETs off WS-RBKPARM-CONT-NAME: set a report's
      * retention in days, or remove it (back to the default)
       01 WS-RPTAD-REQUEST.
         03 WS-RPTAD-REQ-ACTION   PIC X.
           88 WS-RPTAD-ACTION-SET      VALUE 'S'.
           88 WS-RPTAD-ACTION-REMOVE   VALUE 'R'.
         03 WS-RPTAD-REQ-NAME     PIC X(8).
         03 WS-RPTAD-REQ-DAYS     PIC S9(4) COMP-5 SYNC.
       01 WS-NUMRPTA-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMRPTA-CONT'.

      * Response containers for GET /reports - the run list, or the
      * lines of one run
       01 WS-RPTLST-CONT-NAME   PIC X(16) VALUE 'BAQ-RPTLST-CONT'.
       01 WS-RPTLIN-CONT-NAME   PIC X(16) VALUE 'BAQ-RPTLIN-CONT'.

      * Title-suggestion queue - a VSAM KSDS, RBKSUGG, keyed by a
      * simple ascending suggestion number. Staff post a suggestion
      * (title, why, suggester captured from the CICS userid the way
       01 WS-SUGLST-CONT-NAME   PIC X(16) VALUE 'BAQ-SUGLST-CONT'.
       01 WS-NUMSUGG-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMSUGG-CONT'.

      * Cataloguer team workload (RBKWKLD) - each owning team's
      * (RBKTOPIC topicTeam) open work gathered from the five places
      * it piles up: OPEN RBKSUGG suggestions, PENDING RBKWEED
      * proposals, publish approvals still waiting on their second
      * person (a book still PENDING whose latest RBKAPPR record is
      * the 'Q'), RBKDQSC completeness entries failing any check,
      * and OPEN RBKPROP purchase proposals. Items keyed by
      * formNumber route to the team owning the book's topic2, the
      * way errata route; the unowned general queue reports under
      * WS-WKLD-UNOWNED. Each item is aged in whole days from when
      * it was filed - a completeness entry from the book's last
      * update, since the scan re-scores every book nightly - and
      * counted in an age band: up to BAND1 days, up to BAND2, up
      * to BAND3, and older.
       01 WS-WKLD-BAND1-DAYS    PIC S9(4) COMP-5 VALUE 7.
       01 WS-WKLD-BAND2-DAYS    PIC S9(4) COMP-5 VALUE 30.
       01 WS-WKLD-BAND3-DAYS    PIC S9(4) COMP-5 VALUE 90.
      * Items older than the SLA escalate. RBKTHRS WORKLOAD/SLADAYS
      * overrides it for every team, WORKLOAD/<team> for one team.
      * A team with items past its SLA gets a WORKLOAD alert on
      * RBKALERT under the team's name, which the RBK4 dashboard
      * lists; RBKWKLD owns those alerts, clearing and re-raising
      * them on every run, and RBKALMON's rebuild leaves them be.
       01 WS-WKLD-SLA-DAYS      PIC S9(4) COMP-5 VALUE 30.
       01 WS-WKLD-UNOWNED       PIC X(8)  VALUE 'UNOWNED'.
      * The five worklist types in report order, and the TOTAL line
      * that sums a team's five
       01 WS-WKLD-TYPE-VALUES.
         03 FILLER PIC X(8) VALUE 'SUGGEST'.
         03 FILLER PIC X(8) VALUE 'WEED'.
         03 FILLER PIC X(8) VALUE 'APPROVAL'.
         03 FILLER PIC X(8) VALUE 'DQSCORE'.
         03 FILLER PIC X(8) VALUE 'PROPOSAL'.
         03 FILLER PIC X(8) VALUE 'TOTAL'.
       01 WS-WKLD-TYPES REDEFINES WS-WKLD-TYPE-VALUES.
         03 WS-WKLD-TYPE-NAME OCCURS 6 TIMES PIC X(8).
       01 WS-WKLD-TYPE-COUNT    PIC S9(4) COMP-5 VALUE 6.
      * How many of a team's oldest items the report lists
       01 WS-WKLD-OLDEST-MAX    PIC S9(4) COMP-5 VALUE 5.

      * Input parameter RBKWKLD GETs off WS-RBKPARM-CONT-NAME - one
      * team, or every team when blank. The nightly run (mode blank)
      * writes the report and refreshes the alerts; a view (mode V,
      * the getWorkload operation, RBKWKLOP) only returns the
      * entries
       01 WS-WKLD-REQUEST.
         03 WS-WKLD-REQ-MODE      PIC X.
           88 WS-WKLD-MODE-RUN       VALUE SPACE.
           88 WS-WKLD-MODE-VIEW      VALUE 'V'.
         03 WS-WKLD-REQ-TEAM      PIC X(8).

      * One workload entry per team and type, TOTAL included: open
      * items, how many in each age band, how many past the team's
      * SLA (and the SLA itself), and the oldest item with its
      * filing date and age in days
       01 WS-WKLD-LIST-ENTRY.
         03 WS-WKLD-LIST-TEAM     PIC X(8).
         03 WS-WKLD-LIST-TYPE     PIC X(8).
         03 WS-WKLD-LIST-OPEN     PIC S9(9) COMP-5 SYNC.
         03 WS-WKLD-LIST-BAND     PIC S9(9) COMP-5 SYNC
                                  OCCURS 4 TIMES.
         03 WS-WKLD-LIST-OVERSLA  PIC S9(9) COMP-5 SYNC.
         03 WS-WKLD-LIST-SLA      PIC S9(9) COMP-5 SYNC.
         03 WS-WKLD-LIST-OLD-REF  PIC X(12).
         03 WS-WKLD-LIST-OLD-DATE PIC X(10).
         03 WS-WKLD-LIST-OLD-AGE  PIC S9(9) COMP-5 SYNC.

      * The workload report - RBKWKLD WRITEQs one TEAM line per team
      * and type and one OLDEST line per listed item
       01 WS-WKLD-TDQ           PIC X(4)  VALUE 'RBLN'.
       01 WS-WKLD-RECORD        PIC X(132) VALUE SPACES.
       01 WS-WKLD-PTR           PIC S9(4) COMP-5.

      * Response containers - the entries, and how many (the nightly
      * run's job record counts the open items instead)
       01 WS-WKLDLST-CONT-NAME  PIC X(16) VALUE 'BAQ-WKLDLST-CONT'.
       01 WS-NUMWKLD-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMWKLD-CONT'.

      * Errata register - a VSAM KSDS, RBKERRA, keyed by formNumber
      * + a per-book sequence number, the RBKASSET companion
      * pattern. Anyone may report a mistake in a book (where - page
      * or section - and what, the reporter captured from the CICS
      * userid); the report routes to the cataloguer team owning the
      * book's topic2 (RBKTOPIC topicTeam, spaces when unowned), the
      * way suggestions route. That team ACCEPTs or REJECTs it, and
      * the errata publish run (RBKERRPB) compiles each book's
      * accepted errata into one consolidated listing, stored as the
      * book's ERRATA binary and pointed at by its ERRATA asset, at
      * which point the entries read PUBLISHED.
       01 WS-ERRATA-FILE        PIC X(8)  VALUE 'RBKERRA'.
       01 WS-ERRATA-KEY.
         03 WS-ERRATA-KEY-FORMNUM PIC X(12).
         03 WS-ERRATA-KEY-SEQ     PIC 9(4).
       01 WS-ERRATA-RECORD.
         03 errataFormNumber        PIC X(12).
         03 errataNumber            PIC 9(4).
         03 errataLocation          PIC X(40).
         03 errataText-length       PIC S9999 COMP-5 SYNC.
         03 errataText              PIC X(200).
         03 errataReportedBy        PIC X(8).
         03 errataReportedDate      PIC X(32).
         03 errataTeam              PIC X(8).
         03 errataStatus            PIC X(9).
           88 WS-ERRATA-IS-OPEN       VALUE 'OPEN'.
           88 WS-ERRATA-IS-ACCEPTED   VALUE 'ACCEPTED'.
           88 WS-ERRATA-IS-REJECTED   VALUE 'REJECTED'.
           88 WS-ERRATA-IS-PUBLISHED  VALUE 'PUBLISHED'.
         03 errataDecidedBy         PIC X(8).
         03 errataDecidedDate       PIC X(32).
         03 errataPublishedDate     PIC X(10).

      * Response containers for listing the errata register
       01 WS-ERRLST-CONT-NAME   PIC X(16) VALUE 'BAQ-ERRLST-CONT'.
       01 WS-NUMERRA-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMERRA-CONT'.

      * The errata publish run's parameter: the one book to compile
      * now, on WS-ERRPB-CONT-NAME - absent, every book with errata
      * accepted since its last listing (the nightly step). The
      * listing is plain text, one line per erratum, stored through
      * RBKBLBAD under the ERRATA asset type.
       01 WS-ERRPB-CONT-NAME    PIC X(16) VALUE 'BAQ-ERRPB-CONT'.
       01 WS-ERRPB-FORMNUM      PIC X(12).
       01 WS-NUMERRPB-CONT-NAME PIC X(16) VALUE 'BAQ-NUMERRPB-CNT'.
       01 WS-ERRATA-ASSET-TYPE  PIC X(8)  VALUE 'ERRATA'.
       01 WS-ERRATA-MIME        PIC X(40) VALUE 'text/plain'.
      * Line end for the stored listing - the EBCDIC newline
       01 WS-ERRATA-EOL         PIC X     VALUE X'15'.

      * Archive file set for aged WITHDRAWN books (see RBKWDARC):
      * the same layouts as REDBOOK/RBKAUTH/RBKRELAT, holding books
      * WITHDRAWN longer than the retention period below, so the
         03 FILLER PIC X(10) VALUE 'RBKLOCK 08'.
         03 FILLER PIC X(10) VALUE 'RBKXLIT 12'.
         03 FILLER PIC X(10) VALUE 'RBKXLITX80'.
         03 FILLER PIC X(10) VALUE 'RBKNOSHW12'.
         03 FILLER PIC X(10) VALUE 'RBKCATP 08'.
         03 FILLER PIC X(10) VALUE 'RBKBMRG 08'.
         03 FILLER PIC X(10) VALUE 'RBKSUSP 12'.
         03 FILLER PIC X(10) VALUE 'RBKCASH 24'.
         03 FILLER PIC X(10) VALUE 'RBKGLMAP08'.
         03 FILLER PIC X(10) VALUE 'RBKVCHR 12'.
         03 FILLER PIC X(10) VALUE 'RBKREMIT20'.
         03 FILLER PIC X(10) VALUE 'RBKEDI  20'.
         03 FILLER PIC X(10) VALUE 'RBKVPRC 20'.
         03 FILLER PIC X(10) VALUE 'RBKPRCL 20'.
         03 FILLER PIC X(10) VALUE 'RBKSTOP  8'.
         03 FILLER PIC X(10) VALUE 'RBKSTOG 20'.
         03 FILLER PIC X(10) VALUE 'RBKCOND 20'.
         03 FILLER PIC X(10) VALUE 'RBKWEAR 16'.
         03 FILLER PIC X(10) VALUE 'RBKLABL 16'.
         03 FILLER PIC X(10) VALUE 'RBKLICN 12'.
         03 FILLER PIC X(10) VALUE 'RBKGRWT 16'.
         03 FILLER PIC X(10) VALUE 'RBKILLR 24'.
         03 FILLER PIC X(10) VALUE 'RBKERRA 16'.
         03 FILLER PIC X(10) VALUE 'RBKTREV 20'.
         03 FILLER PIC X(10) VALUE 'RBKSRCH 12'.
         03 FILLER PIC X(10) VALUE 'RBKSRSEN12'.
         03 FILLER PIC X(10) VALUE 'RBKRECO 14'.
         03 FILLER PIC X(10) VALUE 'RBKTAGS 32'.
         03 FILLER PIC X(10) VALUE 'RBKTAGIX32'.
         03 FILLER PIC X(10) VALUE 'RBKREPO 24'.
         03 FILLER PIC X(10) VALUE 'RBKRPRUN18'.
         03 FILLER PIC X(10) VALUE 'RBKRPRET08'.
         03 FILLER PIC X(10) VALUE 'RBKFORCE08'.
         03 FILLER PIC X(10) VALUE 'RBKJOBHS33'.
         03 FILLER PIC X(10) VALUE 'RBKAUDHD12'.
         03 FILLER PIC X(10) VALUE 'RBKRECRT14'.
         03 FILLER PIC X(10) VALUE 'RBKEVLOG12'.
         03 FILLER PIC X(10) VALUE 'RBKEVCTL08'.
         03 FILLER PIC X(10) VALUE 'RBKDWKEY42'.
         03 FILLER PIC X(10) VALUE 'RBKLCAT 08'.
         03 FILLER PIC X(10) VALUE 'RBKREOH 33'.
         03 FILLER PIC X(10) VALUE 'RBKATTIX53'.
         03 FILLER PIC X(10) VALUE 'RBKINUS 26'.
         03 FILLER PIC X(10) VALUE 'RBKUSCN 09'.
         03 FILLER PIC X(10) VALUE 'RBKSTKH 54'.
         03 FILLER PIC X(10) VALUE 'RBKSTKD 30'.
         03 FILLER PIC X(10) VALUE 'RBKLOSP 16'.
         03 FILLER PIC X(10) VALUE 'RBKDLGT 16'.
       01 WS-BACKUP-SET REDEFINES WS-BACKUP-SET-VALUES.
         03 WS-BACKUP-SET-ENTRY OCCURS 125 TIMES
                                 INDEXED BY WS-BACKUP-SET-IDX.
           05 WS-BACKUP-SET-FILE   PIC X(8).
           05 WS-BACKUP-SET-KEYLEN PIC 9(2).
       01 WS-BACKUP-SET-COUNT   PIC S9(4) COMP-5 VALUE 125.

      * Input parameter RBKBKUP/RBKRSTOR GET off WS-RBKPARM-CONT-NAME
      * - which backup generation to fill or put back
      * How many book records RBKEXPRT wrote on its most recent run
       01 WS-NUMEXPT-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMEXPT-CONT'.

      * Citation export - ?citationFormat=bibtex or ?citationFormat=ris
      * on getRedbook and getReadingList. The caller PUTs WS-CITE-PARM
      * (the format and one formNumber) to WS-CITEPARM-CONT-NAME and
      * LINKs RBKCITE, which APPENDs that book's entry - built from
      * Xtitle, the RBKAUTH authors, formNumber, isbn2,
      * publicationDate2, url2 and documentType2 - to WS-CITE-CONT-NAME
      * as WS-CITE-LINE text lines. A reading list LINKs once per
      * member into the same container, so the whole list comes back
      * as one bibliography. A REDP- formNumber is a Redpaper (BibTeX
      * @techreport, RIS RPRT); anything else is a book (@book, BOOK).
       01 WS-CITE-PARM.
         03 WS-CITE-FORMAT        PIC X(6).
           88 WS-CITE-IS-BIBTEX     VALUE 'bibtex'.
           88 WS-CITE-IS-RIS        VALUE 'ris'.
         03 WS-CITE-FORMNUM       PIC X(12).
       01 WS-CITEPARM-CONT-NAME PIC X(16) VALUE 'BAQ-CITEPRM-CONT'.
       01 WS-CITE-CONT-NAME     PIC X(16) VALUE 'BAQ-CITATN-CONT'.
       01 WS-CITE-LINE.
         03 citeLine-length       PIC S9999 COMP-5 SYNC.
         03 citeLine              PIC X(200).

      * Total sizeMB rollup by status/documentType (see req035) -
      * RBKSZRPT walks the store the same way RBKEXPRT/RBKRALLB do and
      * WRITEQs one line per breakdown to this TD queue, giving
      * How many books RBKTREND ranked on its most recent run
       01 WS-NUMTRND-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMTRND-CONT'.

      * "Borrowed together" recommendations - a VSAM KSDS, RBKRECO,
      * rebuilt every night by RBKRECBD and keyed by formNumber + a
      * 2-digit rank, so one book's list browses in order. A pair
      * of books scores each time one person borrowed both (RBKLOAN,
      * by borrower), watches both (RBKFAV) or one reading list
      * holds both (RBKLITEM), weighted by recency the way RBKTREND
      * weights loans - 3 inside the last quarter, 2 inside the
      * year, 1 ever - a pair taking the weight of its older half.
      * Withdrawn and restricted books stay in the file; RBKRECOP
      * drops them per the caller's role when it serves the list,
      * which is why more are kept than are served.
       01 WS-RECO-FILE          PIC X(8)  VALUE 'RBKRECO'.
       01 WS-RECO-KEY.
         03 WS-RECO-KEY-FORMNUM   PIC X(12).
         03 WS-RECO-KEY-RANK      PIC 9(2).
       01 WS-RECO-RECORD.
         03 recoFormNumber          PIC X(12).
         03 recoScore               PIC 9(8).
         03 recoBuilt               PIC X(32).
       01 WS-RECO-KEEP          PIC S9(4) COMP-5 VALUE 20.
       01 WS-RECO-SERVE         PIC S9(4) COMP-5 VALUE 10.

      * One served recommendation - the book, its score, and enough
      * of the book to show it without a second call
       01 WS-RECO-ENTRY.
         03 recoEntryFormNumber     PIC X(12).
         03 recoEntryScore          PIC 9(8).
         03 recoEntryStatus         PIC X(9).
         03 recoEntryTitle-length   PIC S9999 COMP-5 SYNC.
         03 recoEntryTitle          PIC X(80).

      * Response containers for getRecommendations, and how many
      * pairs RBKRECBD scored on its most recent run
       01 WS-RECOLST-CONT-NAME  PIC X(16) VALUE 'BAQ-RECOLST-CONT'.
       01 WS-NUMRECO-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMRECO-CONT'.

      * Circulation analytics report - RBKCIRC walks the whole
      * RBKLOAN history (check-ins fill returnDate instead of
      * deleting, so the full lending story is already there) and
      * would swamp the index without helping anyone find anything
       01 WS-KWIDX-MIN-WORD     PIC S9(4) COMP-5 VALUE 4.

      * Attribute index behind ?status=, ?documentType= and ?topic= -
      * a VSAM KSDS, RBKATTIX, keyed by attribute type + value +
      * formNumber, one entry per attribute a book has filled in. A
      * fourth, book-side entry ('B', value spaces) remembers which
      * values this book was last filed under, so RBKWBOOK can drop
      * the old entries with three keyed DELETEs on an update rather
      * than sweeping the index. Maintained by RBKWBOOK on every
      * write, cleaned by RBKDELOP/RBKWDARC, rebuilt by RBKIXBLD.
      * RBKRALLB walks the run of the narrowest filter given instead
      * of browsing the whole catalog.
       01 WS-ATTIX-FILE         PIC X(8)  VALUE 'RBKATTIX'.
       01 WS-ATTIX-KEY.
         03 WS-ATTIX-KEY-TYPE     PIC X.
         03 WS-ATTIX-KEY-VALUE    PIC X(40).
         03 WS-ATTIX-KEY-FORMNUM  PIC X(12).
       01 WS-ATTIX-RECORD.
         03 WS-ATTIX-REC-KEY.
           05 WS-ATTIX-REC-TYPE    PIC X.
             88 WS-ATTIX-IS-STATUS    VALUE 'S'.
             88 WS-ATTIX-IS-DOCTYPE   VALUE 'D'.
             88 WS-ATTIX-IS-TOPIC     VALUE 'T'.
             88 WS-ATTIX-IS-BOOK      VALUE 'B'.
           05 WS-ATTIX-REC-VALUE   PIC X(40).
           05 WS-ATTIX-REC-FORMNUM PIC X(12).
         03 WS-ATTIX-REC-STATUS   PIC X(9).
         03 WS-ATTIX-REC-DOCTYPE  PIC X(8).
         03 WS-ATTIX-REC-TOPIC    PIC X(40).

      * Plain substring search (see req039) - is WS-SEARCH-TERM found
      * anywhere in WS-SEARCH-TARGET? Used by RBKRALLB's ?search=
      * filter to check Xtitle/abstract2 OF WS-BOOK, the same brute-
       01 WS-FAVLST-CONT-NAME   PIC X(16) VALUE 'BAQ-FAVLST-CONT'.
       01 WS-NUMFAV-CONT-NAME   PIC X(16) VALUE 'BAQ-NUMFAV-CONT'.

      * Saved searches - a VSAM KSDS, RBKSRCH, keyed by the owning
      * staff userid + a per-user sequence number, so one user's
      * searches browse together the way their favorites do. Any
      * criterion left blank matches everything: topic and author
      * must match a book's topic2 / one of its RBKAUTH authors
      * exactly (case aside), language and documentType likewise, and
      * every keyword given must be on the book's RBKKWIDX entries -
      * the same uppercased, 20-character words RBKWBOOK files, so a
      * keyword shorter than WS-KWIDX-MIN-WORD could never match and
      * is refused when the search is saved. srchLastRun is when the
      * nightly RBKSRCAL step last evaluated the search (its saved
      * time until then): only books that turned up PUBLISHED after
      * it are news.
       01 WS-SRCH-FILE          PIC X(8)  VALUE 'RBKSRCH'.
       01 WS-SRCH-KEY.
         03 WS-SRCH-KEY-USERID    PIC X(8).
         03 WS-SRCH-KEY-SEQ       PIC 9(4).
       01 WS-SRCH-RECORD.
         03 WS-SRCH-REC-KEY.
           05 WS-SRCH-REC-USERID    PIC X(8).
           05 WS-SRCH-REC-SEQ       PIC 9(4).
         03 srchName-length          PIC S9999 COMP-5 SYNC.
         03 srchName                 PIC X(40).
         03 srchTopic                PIC X(40).
         03 srchAuthor               PIC X(40).
         03 srchLanguage             PIC X(2).
         03 srchDocumentType         PIC X(8).
         03 srchKeywords.
           05 srchKeyword OCCURS 3 TIMES PIC X(20).
         03 srchCreated              PIC X(32).
         03 srchLastRun              PIC X(32).
         03 srchLastMatches          PIC 9(4).

      * Most saved searches one user may keep - the nightly step
      * evaluates every search against every new book, so the total
      * is held to something it can chew through in its window
       01 WS-SRCH-MAX-PER-USER  PIC S9(4) COMP-5 VALUE 20.

      * Response containers for getSavedSearches/addSavedSearch - one
      * WS-SRCH-RECORD per search, APPENDed, and how many
       01 WS-SRCHLST-CONT-NAME  PIC X(16) VALUE 'BAQ-SRCHLST-CONT'.
       01 WS-NUMSRCH-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMSRCH-CONT'.

      * Books the saved-search step has already announced - a VSAM
      * KSDS, RBKSRSEN, keyed by formNumber. A PUBLISHED book with no
      * record here is new since the last run, whether it was
      * created that way, promoted by RBKPUBSH or approved through
      * the publish review; once evaluated it is filed here so a
      * later edit, or a withdraw and re-publish, does not announce
      * it again. The very first run (an empty file) files the whole
      * catalog without announcing anything - none of it is news.
       01 WS-SRSEEN-FILE        PIC X(8)  VALUE 'RBKSRSEN'.
       01 WS-SRSEEN-KEY         PIC X(12).
       01 WS-SRSEEN-RECORD.
         03 WS-SRSEEN-REC-FORMNUM PIC X(12).
         03 WS-SRSEEN-REC-STAMP   PIC X(32).

      * How many users RBKSRCAL queued a new-match event for
       01 WS-NUMSRCAL-CONT-NAME PIC X(16) VALUE 'BAQ-NUMSRAL-CONT'.

      * Staff reviews - a VSAM KSDS, RBKREVW, keyed by formNumber + a
      * per-book sequence number, the same layout pattern as RBKLOAN.
      * Each record is one staff member's 1-5 rating and short
      * comment; the book's stored averageRating/reviewCount are
      * recomputed from these (RBKREVRC) whenever one is posted,
      * hidden or reinstated. Only a reviewer's latest review of a
      * book counts - earlier ones stay on file but are collapsed
      * out of the list and the average - and a review a moderator
      * has hidden counts for nothing. Other staff report a review
      * (count and last reporter kept on the record) and a
      * moderator hides or reinstates it with a reason (RBKREVMD).
       01 WS-REVIEW-FILE        PIC X(8)  VALUE 'RBKREVW'.
       01 WS-REVIEW-KEY.
         03 WS-REVIEW-KEY-FORMNUM PIC X(12).
         03 reviewComment-length     PIC S9999 COMP-5 SYNC.
         03 reviewComment            PIC X(100).
         03 reviewDate               PIC X(32).
         03 reviewModReason-length   PIC S9999 COMP-5 SYNC.
         03 reviewModReason          PIC X(60).
         03 reviewHidden             PIC X.
           88 WS-REVIEW-IS-HIDDEN      VALUE 'Y'.
           88 WS-REVIEW-IS-SHOWN       VALUE 'N' ' '.
         03 reviewReportCount        PIC 9(4).
         03 reviewLastReportedBy     PIC X(8).
         03 reviewModeratedBy        PIC X(8).
         03 reviewModeratedDate      PIC X(32).

      * A reviewer's latest review per book, built by a first pass
      * over the book's reviews - what the list and the average both
      * collapse to. 200 distinct reviewers of one book is far past
      * anything on file
       01 WS-REVC-TABLE.
         03 WS-REVC-ENTRY OCCURS 200 TIMES.
           05 WS-REVC-REVIEWER    PIC X(8).
           05 WS-REVC-LATEST-SEQ  PIC 9(4).
           05 WS-REVC-RATING      PIC 9(1).
           05 WS-REVC-HIDDEN      PIC X.
       01 WS-REVC-COUNT         PIC S9(4) COMP-5 VALUE 0.
       01 WS-REVC-I             PIC S9(4) COMP-5.

      * The recompute's parameter, LINKed the way RBKVDATE is: the
      * book whose averageRating/reviewCount RBKREVRC restates. The
      * caller holds the book's lock across the LINK
       01 WS-REVRC-CONT-NAME    PIC X(16) VALUE 'BAQ-REVRC-CONT'.
       01 WS-REVRC-FORMNUM      PIC X(12).

      * The moderation queue entry RBKREVMQ returns: where the review
      * lives ahead of the review itself
       01 WS-REVQ-ENTRY.
         03 WS-REVQ-FORMNUM       PIC X(12).
         03 WS-REVQ-SEQ           PIC 9(4).
         03 WS-REVQ-RECORD        PIC X(259).
       01 WS-REVQLST-CONT-NAME  PIC X(16) VALUE 'BAQ-REVQLST-CONT'.

      * Response containers for listing a book's reviews - one
      * WS-REVIEW-RECORD per review, APPENDed in sequence order, plus
           88 WS-NOTIFY-IS-UPDATE      VALUE 'UPDATE'.
           88 WS-NOTIFY-IS-RETIRE      VALUE 'RETIRE'.
           88 WS-NOTIFY-IS-DELETE      VALUE 'DELETE'.
           88 WS-NOTIFY-IS-SEARCH      VALUE 'SEARCH'.
         03 notifyTimestamp          PIC X(32).
         03 notifyDelivered          PIC X VALUE 'N'.
           88 WS-NOTIFY-IS-PENDING     VALUE 'N'.
      * front of a customer
         03 notifyWatcher            PIC X(8).

      * The books behind a SEARCH event - RBKSRCAL queues one per
      * user per run, keyed on the first new match, listing up to
      * ten of the user's new matches here with the full count
      * alongside. Blank/zero on every other event.
         03 notifyMatchCount         PIC 9(4) VALUE 0.
         03 notifyMatches.
           05 notifyMatch OCCURS 10 TIMES PIC X(12).

      * How many delivery attempts a pending RBKNOTE record gets
      * before the dispatcher parks it on the dead-letter list
       01 WS-NOTIFY-MAX-RETRIES PIC S9(4) COMP-5 VALUE 3.
       01 WS-NOTFV-REQUEST.
         03 WS-NOTFV-REQ-FORMNUM  PIC X(12).
         03 WS-NOTFV-REQ-EVENT    PIC X(10).

      * Enterprise event log - a VSAM KSDS, RBKEVLOG, keyed by a
      * 12-digit event sequence number, one record for every catalog
      * and circulation event the integration message queue carries
      * (the RBKEVPUB publisher puts them there, oldest first). Like
      * RBKNOTE it is the durable "append now, act later" record, but
      * it must be defined recoverable: RBKWEVNT writes it inside the
      * caller's own unit of work, so a backed-out catalog or loan
      * write takes its event with it and nothing is ever published
      * for it. Published events are retained WS-EVLOG-KEEP-DAYS for
      * subscriber replay (GET /events) before RBKEVPUB removes them.
       01 WS-EVLOG-FILE         PIC X(8)  VALUE 'RBKEVLOG'.
       01 WS-EVLOG-KEY          PIC 9(12).
       01 WS-EVLOG-RECORD.
         03 evlogMessage            PIC X(120).
         03 evlogState              PIC X.
           88 WS-EVLOG-IS-PENDING     VALUE 'N'.
           88 WS-EVLOG-IS-PUBLISHED   VALUE 'Y'.
         03 evlogPubStamp           PIC X(25).
       01 WS-EVLOG-KEEP-DAYS    PIC S9(4) COMP-5 VALUE 90.

      * Event sequence control - a VSAM KSDS, RBKEVCTL (recoverable
      * too), keyed by record name: ISSUED holds the last sequence
      * number RBKWEVNT handed out, PUBLISHD the last one RBKEVPUB
      * put on the queue. RBKWEVNT reads ISSUED for update and holds
      * it to the end of the caller's unit of work, so sequence
      * numbers are issued and committed strictly in order, with no
      * gaps - the publisher can stop at the first number it cannot
      * read yet, and every subscriber sees each book's events (and
      * everyone else's) in the order they were committed.
       01 WS-EVCTL-FILE         PIC X(8)  VALUE 'RBKEVCTL'.
       01 WS-EVCTL-KEY          PIC X(8).
       01 WS-EVCTL-ISSUED       PIC X(8)  VALUE 'ISSUED'.
       01 WS-EVCTL-PUBLISHED    PIC X(8)  VALUE 'PUBLISHD'.
       01 WS-EVCTL-RECORD.
         03 evctlName               PIC X(8).
         03 evctlSeq                PIC 9(12).
         03 evctlStamp              PIC X(25).

      * The integration message, layout version 01 - one per event,
      * 120 bytes of character data (MQFMT_STRING, so the queue
      * manager converts it for a subscriber on another code page),
      * with the formNumber in the MQ correlation id as well so a
      * subscriber can select one book's events off the queue.
      *   evmsgLayout      layout version, '01'
      *   evmsgSeq         event sequence number - ascending, no gaps
      *   evmsgType        CREATE, UPDATE, WITHDRAW, DELETE (catalog);
      *                    CHECKOUT, RETURN, HOLD, HOLDCANCEL, RECEIPT
      *                    (circulation and acquisitions)
      *   evmsgFormNumber  the book
      *   evmsgStamp       when the event happened (ISO, UTC)
      *   evmsgActor       the userid that caused it
      *   evmsgAction      the underlying action as audited - PATCH
      *                    beside UPDATE, PURGE beside DELETE - or
      *                    the type again
      *   evmsgRef         the copy number (CHECKOUT, RETURN), hold
      *                    sequence (HOLD, HOLDCANCEL) or order
      *                    sequence (RECEIPT); blank for catalog events
      *   evmsgQuantity    copies received (RECEIPT), otherwise zero
      *   evmsgCorrelId    the API request's correlation id, blank
      *                    for batch work
       01 WS-EVENT-MSG.
         03 evmsgLayout             PIC X(2).
         03 evmsgSeq                PIC 9(12).
         03 evmsgType               PIC X(10).
         03 evmsgFormNumber         PIC X(12).
         03 evmsgStamp              PIC X(25).
         03 evmsgActor              PIC X(8).
         03 evmsgAction             PIC X(10).
         03 evmsgRef                PIC X(16).
         03 evmsgQuantity           PIC 9(5).
         03 evmsgCorrelId           PIC X(16).
         03 FILLER                  PIC X(4).
       01 WS-EVENT-LAYOUT       PIC X(2)  VALUE '01'.

      * Input parameter RBKWEVNT (the event-log writer, LINKed from
      * RBKWAUDT for catalog events and from RBKCHKOP, RBKHLDOP and
      * RBKORDOP for circulation ones) GETs off WS-EVENT-CONT-NAME -
      * kept apart from WS-AUDIT-CONT-NAME for the same reason
      * WS-NOTIFY-CONT-NAME is
       01 WS-EVENT-CONT-NAME    PIC X(16) VALUE 'BAQ-EVENT-CONT'.
       01 WS-EVENT-REQUEST.
         03 WS-EVENT-REQ-TYPE     PIC X(10).
           88 WS-EVENT-CREATE        VALUE 'CREATE'.
           88 WS-EVENT-UPDATE        VALUE 'UPDATE'.
           88 WS-EVENT-WITHDRAW      VALUE 'WITHDRAW'.
           88 WS-EVENT-DELETE        VALUE 'DELETE'.
           88 WS-EVENT-CHECKOUT      VALUE 'CHECKOUT'.
           88 WS-EVENT-RETURN        VALUE 'RETURN'.
           88 WS-EVENT-HOLD          VALUE 'HOLD'.
           88 WS-EVENT-HOLDCANCEL    VALUE 'HOLDCANCEL'.
           88 WS-EVENT-RECEIPT       VALUE 'RECEIPT'.
         03 WS-EVENT-REQ-FORMNUM  PIC X(12).
         03 WS-EVENT-REQ-ACTION   PIC X(10).
         03 WS-EVENT-REQ-REF      PIC X(16).
         03 WS-EVENT-REQ-QUANTITY PIC 9(5).

      * The integration queue RBKEVPUB puts to (through the region's
      * MQ connection), and the transaction RBKWEVNT starts -
      * protected, so only once the event's unit of work commits - to
      * run RBKEVPUB and publish it straight away
       01 WS-EVPUB-QUEUE        PIC X(48) VALUE 'RBK.EVENTS'.
       01 WS-EVPUB-TRANSID      PIC X(4)  VALUE 'RBKE'.

      * Response containers for GET /events - the replayed messages
      * (WS-EVENT-MSG layout, ascending sequence), and RBKEVPUB's
      * published count
       01 WS-EVRPL-CONT-NAME    PIC X(16) VALUE 'BAQ-EVRPL-CONT'.
       01 WS-NUMEVPB-CONT-NAME  PIC X(16) VALUE 'BAQ-NUMEVPB-CONT'.
      * Most events one GET /events call returns - the subscriber
      * asks again from the last sequence it received, plus one
       01 WS-EVRPL-MAX          PIC S9(8) COMP-5 VALUE 500.
