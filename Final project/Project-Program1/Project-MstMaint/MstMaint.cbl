       author. Henry Zheng.
       date-written. 2026-08-21.
      * Purpose: Batch maintenance for the store master, the SKU
      *          catalog, the customer master, the employee master,
      *          the sales plan, the per-store replenishment settings,
      *          the return reason table, the promotion master and
      *          the 4-5-4 fiscal calendar. Applies a
      *          transaction file of adds, changes and deactivations
      *          submitted by merchandising (and by the service desk
      *          for customers) against the masters, with its own
               access mode is random
               record key is SP-RECORD-KEY
               file status is ws-sales-plan-status.
      * configure perpetual inventory master - carries the reorder
      * point and reorder quantity for each SKU and store
           select INVENTORY-MASTER-FILE
               assign to "../../../datafiles/data/inventory-mstr.dat"
               organization is indexed
               access mode is random
               record key is IM-RECORD-KEY
               file status is ws-inventory-status.
      * configure return reason table - the codes a Return must
      * carry, read by the edit
           select RETURN-REASON-FILE
               assign to "../../../datafiles/data/return-reasons.dat"
               organization is indexed
               access mode is random
               record key is RR-REASON-CODE
               file status is ws-return-reason-status.
      * configure employee master - the cashiers the edit checks
      * each register transaction against
           select EMPLOYEE-MASTER-FILE
               assign to "../../../datafiles/data/employee-master.dat"
               organization is indexed
               access mode is random
               record key is EM-EMPLOYEE-NUMBER
               file status is ws-employee-master-status.
      * configure promotion master - the promotion prices the edit
      * proves Sale lines against; dynamic so an add or change can
      * walk the SKU's other promotions for an overlap
           select PROMOTION-FILE
               assign to "../../../datafiles/data/promotion-master.dat"
               organization is indexed
               access mode is dynamic
               record key is PM-RECORD-KEY
               file status is ws-promotion-status.
      * configure fiscal calendar - one record per date, cut a
      * fiscal year at a time; dynamic so a change or delete can
      * walk the file for the dates a fiscal year already holds
           select FISCAL-CALENDAR-FILE
               assign to "../../../datafiles/data/fiscal-calendar.dat"
               organization is indexed
               access mode is dynamic
               record key is FC-CALENDAR-DATE
               file status is ws-fiscal-status.
      * configure shared run-arbitration lock - maintenance
      * rewrites the same masters the daily stream reads, so the
      * two must never run at once
       file section.
       fd MAINT-TRANS-FILE
           data record is maint-line
           record contains 147 characters.

       01 maint-line.
           05 MN-FILE-ID                    pic xx.
               88 MN-SKU-FILE               value 'SK'.
               88 MN-CUSTOMER-FILE          value 'CU'.
               88 MN-PLAN-FILE              value 'PL'.
               88 MN-REORDER-FILE           value 'RP'.
               88 MN-REASON-FILE            value 'RR'.
               88 MN-EMPLOYEE-FILE          value 'EM'.
               88 MN-PROMO-FILE             value 'PR'.
               88 MN-FISCAL-FILE            value 'FC'.
           05 MN-ACTION                     pic x.
               88 MN-ADD                    value 'A'.
               88 MN-CHANGE                 value 'C'.
      * ordinary merchandise); ignored on store transactions
           05 MN-TYPE-DATA                  pic x.
      * store tax jurisdiction - set on store adds and changes,
      * space leaves it alone; on customer transactions it is the
      * jurisdiction the exemption certificate was issued for;
      * ignored on SKU transactions
           05 MN-JURIS-DATA                 pic x(3).
      * SKU catalog unit price, 99999.99 keyed without the point -
      * numeric sets the price on adds and changes, spaces leave
      * it alone (an add without one starts at zero, i.e. no price
      * maintained); ignored on store transactions
           05 MN-PRICE-DATA                 pic x(7).
      * fiscal period sales plan dollars, 999999999.99 keyed
      * without the point - used by 'PL' transactions only (the key
      * field carries store + fiscal year + period); ignored
      * everywhere else
           05 MN-PLAN-DATA                  pic x(11).
      * store district - numeric sets it on store adds and changes,
      * spaces leave it alone (an add without one starts at zero);
      * ignored everywhere else
           05 MN-DISTRICT-DATA              pic xx.
      * store number for transactions keyed by SKU AND store ('RP'
      * - the SKU rides in the key field), and an employee's home
      * store on 'EM' adds and changes (spaces leave it alone);
      * ignored everywhere else
           05 MN-STORE-DATA                 pic xx.
      * reorder point and reorder quantity, five digits each - used
      * by 'RP' transactions only
           05 MN-REORDER-DATA.
               10 MN-REORDER-POINT-DATA     pic x(5).
               10 MN-REORDER-QTY-DATA       pic x(5).
      * SKU vendor number - set on SKU adds and changes, spaces
      * leave it alone; ignored everywhere else
           05 MN-VENDOR-DATA                pic x(6).
      * promotion start and end dates, CCYYMMDD - used by 'PR'
      * transactions only (the key field carries the SKU and the
      * price field the promotion price); the start date is part
      * of the promotion's key, spaces in the end date leave it
      * alone on a change. On customer transactions the end date
      * is the last day the exemption certificate is good. On store
      * adds and changes the start date is the day the store opened
      * (spaces leave it alone). On 'FC' transactions they are the
      * first and last day of the fiscal year in the key field.
           05 MN-START-DATE-DATA            pic x(8).
           05 MN-END-DATE-DATA              pic x(8).
      * the stores a promotion runs at, up to ten two-digit store
      * numbers - all spaces on an add means every store, and on
      * a change leaves the list alone; 'PR' transactions only
           05 MN-STORE-LIST-DATA.
               10 MN-PROMO-STORE-DATA       pic xx
                       occurs 10 times.
      * customer sales-tax exemption certificate number - set with
      * its jurisdiction and expiry on customer adds and changes,
      * spaces leave it alone, NONE takes the exemption off file;
      * ignored everywhere else
           05 MN-CERT-DATA                  pic x(15).
      * SKU catalog unit cost, 99999.99 keyed without the point, the
      * same way as the price - numeric sets the cost on SKU adds
      * and changes, spaces leave it alone (an add without one
      * starts at zero, i.e. no cost maintained); ignored everywhere
      * else
           05 MN-COST-DATA                  pic x(7).

       fd STORE-MASTER-FILE.
           COPY STORMSTR.
       fd SALES-PLAN-FILE.
           COPY PLANMSTR.

       fd INVENTORY-MASTER-FILE.
           COPY INVMSTR.

       fd RETURN-REASON-FILE.
           COPY RTNRSN.

       fd EMPLOYEE-MASTER-FILE.
           COPY EMPMSTR.

       fd PROMOTION-FILE.
           COPY PROMMSTR.

       fd FISCAL-CALENDAR-FILE.
           COPY FISCAL.

       fd RUN-LOCK-FILE
           data record is RUN-LOCK-RECORD
           record contains 34 characters.
           value spaces.
       77  ws-audit-status                 pic xx
           value spaces.
       77  ws-inventory-status             pic xx
           value spaces.
       77  ws-return-reason-status         pic xx
           value spaces.
       77  ws-employee-master-status       pic xx
           value spaces.
       77  ws-promotion-status             pic xx
           value spaces.
       77  ws-fiscal-status                pic xx
           value spaces.
       77  ws-run-lock-status              pic xx
           value spaces.
       77  ws-run-lock-blocked             pic x
      * plan dollars shown in the report's name columns - a plan
      * row has no name of its own
       77  ws-plan-display                 pic zzz,zzz,zz9.99.
      * reorder settings shown in the report's name columns - a
      * SKU/store book record has no name of its own
       01 ws-reorder-display.
           05 filler                       pic x(4)
               value "ROP ".
           05 ws-rd-point                  pic 9(5).
           05 filler                       pic x(5)
               value " QTY ".
           05 ws-rd-qty                    pic 9(5).

      * promotion price and end date shown in the report's name
      * columns - the description is on the audit trail instead
       01 ws-promo-display.
           05 ws-pd-price                  pic zzzz9.99.
           05 filler                       pic x(4)
               value " TO ".
           05 ws-pd-end-date               pic 9(8).

      * The promotion an add or change will leave on file, built
      * here while the SKU's other promotions are read past it for
      * an overlap - two active promotions for one SKU and store on
      * the same day would leave the edit two prices to choose from
       01 ws-promo-save                    pic x(81).
       77  ws-pr-sku-code                  pic x(15)
           value spaces.
       77  ws-pr-start-date                pic 9(8)
           value 0.
       77  ws-pr-end-date                  pic 9(8)
           value 0.
       77  ws-pr-store-count               pic 99
           value 0.
       01 ws-pr-store-table.
           05 ws-pr-store                  pic 99
                   occurs 10 times.
       77  ws-pr-idx                       pic 99
           value 0.
       77  ws-pr-jdx                       pic 99
           value 0.
       77  ws-pr-eof                       pic x
           value "N".
       77  ws-pr-overlap                   pic x
           value "N".
       77  ws-pr-store-match               pic x
           value "N".

      * Fiscal year being cut - each quarter is 4, 5 and 4 weeks,
      * so the periods close at these cumulative weeks; the 53rd
      * week of a long year is carried by period 12
       01 ws-fc-period-week-values.
           05 filler                       pic x(24)
               value "040913172226303539434852".
       01 ws-fc-period-week-table redefines ws-fc-period-week-values.
           05 ws-fc-period-end-week        pic 99
                   occurs 12 times.
       77  ws-fc-year                      pic 9(4)
           value 0.
       77  ws-fc-start-int                 pic 9(7)
           value 0.
       77  ws-fc-end-int                   pic 9(7)
           value 0.
       77  ws-fc-day-int                   pic 9(7)
           value 0.
       77  ws-fc-days                      pic 9(5)
           value 0.
       77  ws-fc-period                    pic 99
           value 0.
       77  ws-fc-period-start-int          pic 9(7)
           value 0.
       77  ws-fc-period-end-int            pic 9(7)
           value 0.
       77  ws-fc-first-date                pic 9(8)
           value 0.
       77  ws-fc-last-date                 pic 9(8)
           value 0.
       77  ws-fc-year-count                pic 9(5)
           value 0.
       77  ws-fc-eof                       pic x
           value "N".
       77  ws-fc-conflict                  pic x
           value "N".
      * the fiscal year's first and last day and its week count
      * shown in the report's name columns
       01 ws-fc-display.
           05 ws-fd-first-date             pic 9(8).
           05 filler                       pic x
               value "-".
           05 ws-fd-last-date              pic 9(8).
           05 filler                       pic x
               value space.
           05 ws-fd-weeks                  pic 99.

      * before/after images carried onto the report - name and
      * status as they stood before the transaction and as they
      * condensed transaction image for the shared audit log - a
      * straight move of the raw maintenance record would spend the
      * image on the name and crowd the status/type/jurisdiction/
      * price/cost fields being changed, so the name gives way
      * instead (the maintenance report carries it in full)
       01 ws-audit-image.
           05 ws-ai-file-id                pic xx.
           05 ws-ai-action                 pic x.
           05 ws-ai-type                   pic x.
           05 ws-ai-juris                  pic x(3).
           05 ws-ai-price                  pic x(7).
           05 ws-ai-cost                   pic x(7).
           05 ws-ai-name-stub              pic x(6).
           05 ws-ai-district               pic xx.
           05 ws-ai-store                  pic xx.
           05 ws-ai-reorder                pic x(10).
           05 ws-ai-vendor                 pic x(6).
           05 ws-ai-start-date             pic x(8).
           05 ws-ai-end-date               pic x(8).
           05 ws-ai-store-list             pic x(20).
           05 ws-ai-cert-stub              pic x(13).

      * Output storage section
       01 ws-newline                               pic x
               close SALES-PLAN-FILE
               open i-o SALES-PLAN-FILE
           end-if.
           open i-o INVENTORY-MASTER-FILE.
           if ws-inventory-status = "35" then
               open output INVENTORY-MASTER-FILE
               close INVENTORY-MASTER-FILE
               open i-o INVENTORY-MASTER-FILE
           end-if.
           open i-o RETURN-REASON-FILE.
           if ws-return-reason-status = "35" then
               open output RETURN-REASON-FILE
               close RETURN-REASON-FILE
               open i-o RETURN-REASON-FILE
           end-if.
           open i-o EMPLOYEE-MASTER-FILE.
           if ws-employee-master-status = "35" then
               open output EMPLOYEE-MASTER-FILE
               close EMPLOYEE-MASTER-FILE
               open i-o EMPLOYEE-MASTER-FILE
           end-if.
           open i-o PROMOTION-FILE.
           if ws-promotion-status = "35" then
               open output PROMOTION-FILE
               close PROMOTION-FILE
               open i-o PROMOTION-FILE
           end-if.
           open i-o FISCAL-CALENDAR-FILE.
           if ws-fiscal-status = "35" then
               open output FISCAL-CALENDAR-FILE
               close FISCAL-CALENDAR-FILE
               open i-o FISCAL-CALENDAR-FILE
           end-if.

      * append to the shared audit log - fall back to OUTPUT the
      * first time the file doesn't exist yet

           close MAINT-TRANS-FILE STORE-MASTER-FILE SKU-MASTER-FILE
                   CUSTOMER-MASTER-FILE SALES-PLAN-FILE
                   INVENTORY-MASTER-FILE RETURN-REASON-FILE
                   EMPLOYEE-MASTER-FILE PROMOTION-FILE
                   FISCAL-CALENDAR-FILE
                   MAINT-REPORT-FILE AUDIT-LOG-FILE.
           perform 060-release-run-lock.
           goback.
                   perform 300-maintain-sku
               when MN-CUSTOMER-FILE
                   perform 350-maintain-customer
               when MN-EMPLOYEE-FILE
                   perform 340-maintain-employee
               when MN-PLAN-FILE
                   perform 390-maintain-plan
               when MN-REORDER-FILE
                   perform 394-maintain-reorder
               when MN-REASON-FILE
                   perform 397-maintain-reason
               when MN-PROMO-FILE
                   perform 420-maintain-promotion
               when MN-FISCAL-FILE
                   perform 430-maintain-fiscal-year
               when other
                   move "N" to ws-apply-flag
                   move "unknown file id" to ws-reject-reason
               move "N" to ws-apply-flag
               move "invalid store key" to ws-reject-reason
           end-if.
           if MN-DISTRICT-DATA is not numeric
                   and MN-DISTRICT-DATA not = spaces
               move "N" to ws-apply-flag
               move "invalid district" to ws-reject-reason
           end-if.
           if MN-START-DATE-DATA is not numeric
                   and MN-START-DATE-DATA not = spaces
               move "N" to ws-apply-flag
               move "invalid open date" to ws-reject-reason
           end-if.
           if ws-apply-flag = "N"
               continue
           else
               move MN-STATUS-DATA     to SM-STORE-STATUS
           end-if.
           move MN-JURIS-DATA          to SM-TAX-JURISDICTION.
           if MN-DISTRICT-DATA is numeric
               move MN-DISTRICT-DATA   to SM-DISTRICT-NUMBER
           else
               move 0                  to SM-DISTRICT-NUMBER
           end-if.
           if MN-START-DATE-DATA is numeric
               move MN-START-DATE-DATA to SM-OPEN-DATE
           else
               move 0                  to SM-OPEN-DATE
           end-if.
           move SM-STORE-NAME          to ws-af-name.
           move SM-STORE-STATUS        to ws-af-status.
           write STORE-MASTER-RECORD
                   if MN-JURIS-DATA not = spaces
                       move MN-JURIS-DATA  to SM-TAX-JURISDICTION
                   end-if
                   if MN-DISTRICT-DATA is numeric
                       move MN-DISTRICT-DATA
                                           to SM-DISTRICT-NUMBER
                   end-if
                   if MN-START-DATE-DATA is numeric
                       move MN-START-DATE-DATA
                                           to SM-OPEN-DATE
                   end-if
                   move SM-STORE-NAME      to ws-af-name
                   move SM-STORE-STATUS    to ws-af-status
                   rewrite STORE-MASTER-RECORD
           else
               move 0                  to SKM-UNIT-PRICE
           end-if.
           if MN-COST-DATA is numeric
               move MN-COST-DATA       to ws-price-work-x
               move ws-price-work      to SKM-UNIT-COST
           else
               move 0                  to SKM-UNIT-COST
           end-if.
           move MN-VENDOR-DATA         to SKM-VENDOR-NUMBER.
           move SKM-ITEM-DESCRIPTION   to ws-af-name.
           move SKM-SKU-STATUS         to ws-af-status.
           write SKU-MASTER-RECORD
                       move MN-PRICE-DATA  to ws-price-work-x
                       move ws-price-work  to SKM-UNIT-PRICE
                   end-if
                   if MN-COST-DATA is numeric
                       move MN-COST-DATA   to ws-price-work-x
                       move ws-price-work  to SKM-UNIT-COST
                   end-if
                   if MN-VENDOR-DATA not = spaces
                       move MN-VENDOR-DATA to SKM-VENDOR-NUMBER
                   end-if
                   move SKM-ITEM-DESCRIPTION to ws-af-name
                   move SKM-SKU-STATUS     to ws-af-status
                   rewrite SKU-MASTER-RECORD
                   rewrite SKU-MASTER-RECORD
           end-read.

      * employees follow the store pattern - Active/Closed status,
      * first five of the key field as the employee number, and a
      * home store in the store field
       340-maintain-employee.
           if MN-STATUS-DATA not = "A" and MN-STATUS-DATA not = "C"
                   and MN-STATUS-DATA not = space
               move "N" to ws-apply-flag
               move "invalid status"   to ws-reject-reason
           end-if.
           if MN-KEY-DATA(1:5) = spaces
               move "N" to ws-apply-flag
               move "invalid emp key"  to ws-reject-reason
           end-if.
           if MN-STORE-DATA is not numeric
                   and MN-STORE-DATA not = spaces
               move "N" to ws-apply-flag
               move "invalid store key" to ws-reject-reason
           end-if.
           if ws-apply-flag = "N"
               continue
           else
               move MN-KEY-DATA(1:5)   to EM-EMPLOYEE-NUMBER
               evaluate true
                   when MN-ADD
                       perform 342-add-employee
                   when MN-CHANGE
                       perform 344-change-employee
                   when MN-DEACTIVATE
                       perform 346-deactivate-employee
                   when other
                       move "N" to ws-apply-flag
                       move "unknown action" to ws-reject-reason
               end-evaluate
           end-if.

       342-add-employee.
           move MN-NAME-DATA           to EM-EMPLOYEE-NAME.
           if MN-STATUS-DATA = space
               move "A"                to EM-EMPLOYEE-STATUS
           else
               move MN-STATUS-DATA     to EM-EMPLOYEE-STATUS
           end-if.
           if MN-STORE-DATA is numeric
               move MN-STORE-DATA      to EM-HOME-STORE
           else
               move 0                  to EM-HOME-STORE
           end-if.
           move EM-EMPLOYEE-NAME       to ws-af-name.
           move EM-EMPLOYEE-STATUS     to ws-af-status.
           write EMPLOYEE-MASTER-RECORD
               invalid key
                   move "N" to ws-apply-flag
                   move "duplicate key"    to ws-reject-reason
                   move spaces             to ws-after-image
           end-write.

       344-change-employee.
           read EMPLOYEE-MASTER-FILE
               invalid key
                   move "N" to ws-apply-flag
                   move "unknown key"      to ws-reject-reason
               not invalid key
                   move EM-EMPLOYEE-NAME   to ws-bf-name
                   move EM-EMPLOYEE-STATUS to ws-bf-status
                   if MN-NAME-DATA not = spaces
                       move MN-NAME-DATA   to EM-EMPLOYEE-NAME
                   end-if
                   if MN-STATUS-DATA not = space
                       move MN-STATUS-DATA to EM-EMPLOYEE-STATUS
                   end-if
                   if MN-STORE-DATA is numeric
                       move MN-STORE-DATA  to EM-HOME-STORE
                   end-if
                   move EM-EMPLOYEE-NAME   to ws-af-name
                   move EM-EMPLOYEE-STATUS to ws-af-status
                   rewrite EMPLOYEE-MASTER-RECORD
           end-read.

       346-deactivate-employee.
           read EMPLOYEE-MASTER-FILE
               invalid key
                   move "N" to ws-apply-flag
                   move "unknown key"      to ws-reject-reason
               not invalid key
                   move EM-EMPLOYEE-NAME   to ws-bf-name
                   move EM-EMPLOYEE-STATUS to ws-bf-status
                   move "C"                to EM-EMPLOYEE-STATUS
                   move EM-EMPLOYEE-NAME   to ws-af-name
                   move EM-EMPLOYEE-STATUS to ws-af-status
                   rewrite EMPLOYEE-MASTER-RECORD
           end-read.

      * customers follow the store pattern - Active/Closed status,
      * first eight of the key field as the customer number
       350-maintain-customer.
               move "N" to ws-apply-flag
               move "invalid cust key" to ws-reject-reason
           end-if.
      * a certificate goes on file with the jurisdiction it covers
      * and the day it runs out - the edit cannot judge it without
      * both
           if MN-CERT-DATA not = spaces and MN-CERT-DATA not = "NONE"
                   and (MN-JURIS-DATA = spaces
                     or MN-END-DATE-DATA is not numeric)
               move "N" to ws-apply-flag
               move "incomplete cert"  to ws-reject-reason
           end-if.
           if ws-apply-flag = "N"
               continue
           else
           else
               move MN-STATUS-DATA     to CM-CUSTOMER-STATUS
           end-if.
           move spaces                 to CM-EXEMPT-CERTIFICATE.
           move spaces                 to CM-EXEMPT-JURISDICTION.
           move 0                      to CM-EXEMPT-EXPIRY-DATE.
           perform 375-set-exemption.
           move CM-CUSTOMER-NAME       to ws-af-name.
           move CM-CUSTOMER-STATUS     to ws-af-status.
           write CUSTOMER-MASTER-RECORD
                   if MN-STATUS-DATA not = space
                       move MN-STATUS-DATA to CM-CUSTOMER-STATUS
                   end-if
                   perform 375-set-exemption
                   move CM-CUSTOMER-NAME   to ws-af-name
                   move CM-CUSTOMER-STATUS to ws-af-status
                   rewrite CUSTOMER-MASTER-RECORD
           end-read.

      * a renewed certificate replaces the one on file whole; NONE
      * takes the customer off exemption
       375-set-exemption.
           if MN-CERT-DATA = "NONE"
               move spaces             to CM-EXEMPT-CERTIFICATE
               move spaces             to CM-EXEMPT-JURISDICTION
               move 0                  to CM-EXEMPT-EXPIRY-DATE
           else
               if MN-CERT-DATA not = spaces
                   move MN-CERT-DATA   to CM-EXEMPT-CERTIFICATE
                   move MN-JURIS-DATA  to CM-EXEMPT-JURISDICTION
                   move MN-END-DATE-DATA to CM-EXEMPT-EXPIRY-DATE
               end-if
           end-if.

       380-deactivate-customer.
           read CUSTOMER-MASTER-FILE
               invalid key
                   rewrite CUSTOMER-MASTER-RECORD
           end-read.

      * plan rows: the key field carries store (2) + fiscal year
      * (4) + fiscal period (2); the amount arrives in MN-PLAN-DATA.
      * An add opens the period's plan, a change re-plans it, and
      * 'D' removes it - there is no status byte to deactivate on a
      * plan
       390-maintain-plan.
           if MN-KEY-DATA(1:8) is not numeric
               move "N" to ws-apply-flag
               move "invalid plan key"  to ws-reject-reason
           else
               if MN-KEY-DATA(7:2) < "01" or MN-KEY-DATA(7:2) > "12"
                   move "N" to ws-apply-flag
                   move "invalid period"    to ws-reject-reason
               end-if
           end-if.
           if (MN-ADD or MN-CHANGE)
                   and MN-PLAN-DATA is not numeric
               continue
           else
               move MN-KEY-DATA(1:2)   to SP-STORE-NUMBER
               move MN-KEY-DATA(3:6)   to SP-FISCAL-PERIOD
               evaluate true
                   when MN-ADD
                       perform 391-add-plan
                   delete SALES-PLAN-FILE record
           end-read.

      * replenishment rows: SKU in the key field, store in the store
      * field. The settings live on the SKU/store book record, so an
      * add or change sets them (opening the book record at zero
      * on-hand when the store has never stocked the SKU), and 'D'
      * zeroes them - the SKU stops replenishing at that store but
      * its book on-hand is untouched
       394-maintain-reorder.
           if MN-KEY-DATA = spaces
               move "N" to ws-apply-flag
               move "invalid SKU key"  to ws-reject-reason
           end-if.
           if MN-STORE-DATA is not numeric
               move "N" to ws-apply-flag
               move "invalid store key" to ws-reject-reason
           end-if.
           if (MN-ADD or MN-CHANGE)
                   and (MN-REORDER-POINT-DATA is not numeric
                     or MN-REORDER-QTY-DATA is not numeric)
               move "N" to ws-apply-flag
               move "invalid reorder"  to ws-reject-reason
           end-if.
           if ws-apply-flag = "N"
               continue
           else
               move MN-KEY-DATA        to IM-SKU-CODE
               move MN-STORE-DATA      to IM-STORE-NUMBER
               evaluate true
                   when MN-ADD
                       perform 395-set-reorder
                   when MN-CHANGE
                       perform 395-set-reorder
                   when MN-DEACTIVATE
                       perform 396-clear-reorder
                   when other
                       move "N" to ws-apply-flag
                       move "unknown action" to ws-reject-reason
               end-evaluate
           end-if.

       395-set-reorder.
           read INVENTORY-MASTER-FILE
               invalid key
                   if MN-CHANGE
                       move "N" to ws-apply-flag
                       move "unknown key"  to ws-reject-reason
                   else
                       move 0              to IM-ON-HAND-QTY
                       move 0              to IM-LAST-POSTED-DATE
                       move 0              to IM-DAMAGED-QTY
                       move 0              to IM-AVERAGE-COST
                       move MN-REORDER-POINT-DATA
                                           to IM-REORDER-POINT
                       move MN-REORDER-QTY-DATA
                                           to IM-REORDER-QTY
                       move IM-REORDER-POINT to ws-rd-point
                       move IM-REORDER-QTY to ws-rd-qty
                       move ws-reorder-display to ws-af-name
                       write INVENTORY-MASTER-RECORD
                           invalid key
                               move "N" to ws-apply-flag
                               move "duplicate key"
                                           to ws-reject-reason
                               move spaces to ws-after-image
                       end-write
                   end-if
               not invalid key
                   if MN-ADD and IM-REORDER-POINT > 0
                       move "N" to ws-apply-flag
                       move "duplicate key" to ws-reject-reason
                   else
                       move IM-REORDER-POINT to ws-rd-point
                       move IM-REORDER-QTY to ws-rd-qty
                       move ws-reorder-display to ws-bf-name
                       move MN-REORDER-POINT-DATA
                                           to IM-REORDER-POINT
                       move MN-REORDER-QTY-DATA
                                           to IM-REORDER-QTY
                       move IM-REORDER-POINT to ws-rd-point
                       move IM-REORDER-QTY to ws-rd-qty
                       move ws-reorder-display to ws-af-name
                       rewrite INVENTORY-MASTER-RECORD
                   end-if
           end-read.

       396-clear-reorder.
           read INVENTORY-MASTER-FILE
               invalid key
                   move "N" to ws-apply-flag
                   move "unknown key"      to ws-reject-reason
               not invalid key
                   move IM-REORDER-POINT   to ws-rd-point
                   move IM-REORDER-QTY     to ws-rd-qty
                   move ws-reorder-display to ws-bf-name
                   move 0                  to IM-REORDER-POINT
                   move 0                  to IM-REORDER-QTY
                   move IM-REORDER-POINT   to ws-rd-point
                   move IM-REORDER-QTY     to ws-rd-qty
                   move ws-reorder-display to ws-af-name
                   rewrite INVENTORY-MASTER-RECORD
           end-read.

      * return reason rows: the code in the first two of the key
      * field, its description in the name field; Active/Closed
      * status like the store - a closed reason stops being
      * accepted on new Returns but stays on the table so the
      * history that carries it still reads
       397-maintain-reason.
           if MN-STATUS-DATA not = "A" and MN-STATUS-DATA not = "C"
                   and MN-STATUS-DATA not = space
               move "N" to ws-apply-flag
               move "invalid status"   to ws-reject-reason
           end-if.
           if MN-KEY-DATA(1:2) = spaces
               move "N" to ws-apply-flag
               move "invalid reason key" to ws-reject-reason
           end-if.
           if ws-apply-flag = "N"
               continue
           else
               move MN-KEY-DATA(1:2)   to RR-REASON-CODE
               evaluate true
                   when MN-ADD
                       perform 398-add-reason
                   when MN-CHANGE
                       perform 399-change-reason
                   when MN-DEACTIVATE
                       perform 399-change-reason
                   when other
                       move "N" to ws-apply-flag
                       move "unknown action" to ws-reject-reason
               end-evaluate
           end-if.

       398-add-reason.
           move MN-NAME-DATA           to RR-REASON-DESCRIPTION.
           if MN-STATUS-DATA = space
               move "A"                to RR-REASON-STATUS
           else
               move MN-STATUS-DATA     to RR-REASON-STATUS
           end-if.
           move RR-REASON-DESCRIPTION  to ws-af-name.
           move RR-REASON-STATUS       to ws-af-status.
           write RETURN-REASON-RECORD
               invalid key
                   move "N" to ws-apply-flag
                   move "duplicate key"    to ws-reject-reason
                   move spaces             to ws-after-image
           end-write.

      * a deactivation is a change to Closed
       399-change-reason.
           read RETURN-REASON-FILE
               invalid key
                   move "N" to ws-apply-flag
                   move "unknown key"      to ws-reject-reason
               not invalid key
                   move RR-REASON-DESCRIPTION to ws-bf-name
                   move RR-REASON-STATUS   to ws-bf-status
                   if MN-DEACTIVATE
                       move "C"            to RR-REASON-STATUS
                   else
                       if MN-NAME-DATA not = spaces
                           move MN-NAME-DATA
                                   to RR-REASON-DESCRIPTION
                       end-if
                       if MN-STATUS-DATA not = space
                           move MN-STATUS-DATA to RR-REASON-STATUS
                       end-if
                   end-if
                   move RR-REASON-DESCRIPTION to ws-af-name
                   move RR-REASON-STATUS   to ws-af-status
                   rewrite RETURN-REASON-RECORD
           end-read.

       400-write-report-detail.
           move MN-FILE-ID             to ol-file-id.
           move MN-ACTION              to ol-action.
           move MN-TYPE-DATA           to ws-ai-type.
           move MN-JURIS-DATA          to ws-ai-juris.
           move MN-PRICE-DATA          to ws-ai-price.
           move MN-COST-DATA           to ws-ai-cost.
           move MN-NAME-DATA           to ws-ai-name-stub.
           move MN-DISTRICT-DATA       to ws-ai-district.
           move MN-STORE-DATA          to ws-ai-store.
           move MN-REORDER-DATA        to ws-ai-reorder.
           move MN-VENDOR-DATA         to ws-ai-vendor.
           move MN-START-DATE-DATA     to ws-ai-start-date.
           move MN-END-DATE-DATA       to ws-ai-end-date.
           move MN-STORE-LIST-DATA     to ws-ai-store-list.
           move MN-CERT-DATA           to ws-ai-cert-stub.
           move ws-audit-image         to AL-TRANSACTION-IMAGE.
           write AUDIT-LOG-RECORD.

      * promotion rows: the SKU in the key field, the start date
      * (the rest of the key), end date, promotion price and the
      * optional store list in their own fields, the description
      * in the name field; Active/Closed status like the reason
      * table - a closed promotion stops pricing Sale lines but
      * stays on file for the promotion results report
       420-maintain-promotion.
           if MN-STATUS-DATA not = "A" and MN-STATUS-DATA not = "C"
                   and MN-STATUS-DATA not = space
               move "N" to ws-apply-flag
               move "invalid status"   to ws-reject-reason
           end-if.
           if MN-KEY-DATA = spaces
               move "N" to ws-apply-flag
               move "invalid SKU key"  to ws-reject-reason
           end-if.
           if MN-START-DATE-DATA is not numeric
               move "N" to ws-apply-flag
               move "invalid start date" to ws-reject-reason
           end-if.
           if (MN-ADD and MN-END-DATE-DATA is not numeric)
                   or (MN-END-DATE-DATA is not numeric
                       and MN-END-DATE-DATA not = spaces)
               move "N" to ws-apply-flag
               move "invalid end date" to ws-reject-reason
           end-if.
           if (MN-ADD and MN-PRICE-DATA is not numeric)
                   or (MN-PRICE-DATA is not numeric
                       and MN-PRICE-DATA not = spaces)
               move "N" to ws-apply-flag
               move "invalid price"    to ws-reject-reason
           end-if.
           perform 423-load-store-list.
           if ws-apply-flag = "N"
               continue
           else
               move MN-KEY-DATA        to PM-SKU-CODE
               move MN-START-DATE-DATA to PM-START-DATE
               evaluate true
                   when MN-ADD
                       perform 421-add-promotion
                   when MN-CHANGE
                       perform 422-change-promotion
                   when MN-DEACTIVATE
                       perform 422-change-promotion
                   when other
                       move "N" to ws-apply-flag
                       move "unknown action" to ws-reject-reason
               end-evaluate
           end-if.

       421-add-promotion.
           move MN-KEY-DATA            to SKM-SKU-CODE.
           read SKU-MASTER-FILE
               invalid key
                   move "N" to ws-apply-flag
                   move "unknown SKU"      to ws-reject-reason
           end-read.
           if ws-apply-flag = "Y"
               move MN-KEY-DATA        to PM-SKU-CODE
               move MN-START-DATE-DATA to PM-START-DATE
               move MN-END-DATE-DATA   to PM-END-DATE
               move MN-PRICE-DATA      to ws-price-work-x
               move ws-price-work      to PM-PROMO-PRICE
               move MN-NAME-DATA       to PM-DESCRIPTION
               if MN-STATUS-DATA = space
                   move "A"            to PM-PROMO-STATUS
               else
                   move MN-STATUS-DATA to PM-PROMO-STATUS
               end-if
               move ws-pr-store-count  to PM-STORE-COUNT
               move ws-pr-store-table  to PM-STORE-LIST
               perform 424-check-promo-overlap
           end-if.
           if ws-apply-flag = "Y"
               move PM-PROMO-PRICE     to ws-pd-price
               move PM-END-DATE        to ws-pd-end-date
               move ws-promo-display   to ws-af-name
               move PM-PROMO-STATUS    to ws-af-status
               write PROMOTION-RECORD
                   invalid key
                       move "N" to ws-apply-flag
                       move "duplicate key" to ws-reject-reason
                       move spaces         to ws-after-image
               end-write
           end-if.

      * a deactivation is a change to Closed
       422-change-promotion.
           read PROMOTION-FILE
               invalid key
                   move "N" to ws-apply-flag
                   move "unknown key"      to ws-reject-reason
               not invalid key
                   move PM-PROMO-PRICE     to ws-pd-price
                   move PM-END-DATE        to ws-pd-end-date
                   move ws-promo-display   to ws-bf-name
                   move PM-PROMO-STATUS    to ws-bf-status
                   if MN-DEACTIVATE
                       move "C"            to PM-PROMO-STATUS
                   else
                       if MN-END-DATE-DATA not = spaces
                           move MN-END-DATE-DATA to PM-END-DATE
                       end-if
                       if MN-PRICE-DATA not = spaces
                           move MN-PRICE-DATA to ws-price-work-x
                           move ws-price-work to PM-PROMO-PRICE
                       end-if
                       if MN-NAME-DATA not = spaces
                           move MN-NAME-DATA to PM-DESCRIPTION
                       end-if
                       if MN-STATUS-DATA not = space
                           move MN-STATUS-DATA to PM-PROMO-STATUS
                       end-if
                       if MN-STORE-LIST-DATA not = spaces
                           move ws-pr-store-count to PM-STORE-COUNT
                           move ws-pr-store-table to PM-STORE-LIST
                       end-if
                       if PM-PROMO-ACTIVE
                           perform 424-check-promo-overlap
                       end-if
                   end-if
                   if ws-apply-flag = "Y"
                       move PM-PROMO-PRICE to ws-pd-price
                       move PM-END-DATE    to ws-pd-end-date
                       move ws-promo-display to ws-af-name
                       move PM-PROMO-STATUS to ws-af-status
                       rewrite PROMOTION-RECORD
                   end-if
           end-read.

      * the keyed store list, packed down to the stores actually
      * given - a blank slot is skipped, anything else must be a
      * store number
       423-load-store-list.
           move 0      to ws-pr-store-count.
           move zeros  to ws-pr-store-table.
           perform varying ws-pr-idx from 1 by 1 until ws-pr-idx > 10
               if MN-PROMO-STORE-DATA(ws-pr-idx) not = spaces
                   if MN-PROMO-STORE-DATA(ws-pr-idx) is numeric
                       add 1 to ws-pr-store-count
                       move MN-PROMO-STORE-DATA(ws-pr-idx)
                               to ws-pr-store(ws-pr-store-count)
                   else
                       move "N" to ws-apply-flag
                       move "invalid store list" to ws-reject-reason
                   end-if
               end-if
           end-perform.

      * walk the SKU's other promotions (in start-date order) for
      * an active one whose dates and stores cross the promotion
      * being filed; the record being filed rides in ws-promo-save
      * across the reads and is put back before it is written
       424-check-promo-overlap.
           if PM-END-DATE < PM-START-DATE
               move "N" to ws-apply-flag
               move "end before start" to ws-reject-reason
           else
               move PROMOTION-RECORD   to ws-promo-save
               move PM-SKU-CODE        to ws-pr-sku-code
               move PM-START-DATE      to ws-pr-start-date
               move PM-END-DATE        to ws-pr-end-date
               move PM-STORE-COUNT     to ws-pr-store-count
               move PM-STORE-LIST      to ws-pr-store-table
               move "N"                to ws-pr-overlap
               move "N"                to ws-pr-eof
               move 0                  to PM-START-DATE
               start PROMOTION-FILE key is >= PM-RECORD-KEY
                   invalid key
                       move "Y" to ws-pr-eof
               end-start
               perform until ws-pr-eof = "Y" or ws-pr-overlap = "Y"
                   read PROMOTION-FILE next record
                       at end
                           move "Y" to ws-pr-eof
                       not at end
                           if PM-SKU-CODE not = ws-pr-sku-code
                                   or PM-START-DATE > ws-pr-end-date
                               move "Y" to ws-pr-eof
                           else
                               if PM-START-DATE not = ws-pr-start-date
                                       and PM-PROMO-ACTIVE
                                       and PM-END-DATE
                                           >= ws-pr-start-date
                                   perform 425-check-store-overlap
                                   if ws-pr-store-match = "Y"
                                       move "Y" to ws-pr-overlap
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               move ws-promo-save      to PROMOTION-RECORD
               if ws-pr-overlap = "Y"
                   move "N" to ws-apply-flag
                   move "overlapping promo" to ws-reject-reason
               end-if
           end-if.

      * an all-store promotion crosses every other one; two store
      * lists cross when they share a store
       425-check-store-overlap.
           move "N" to ws-pr-store-match.
           if ws-pr-store-count = 0 or PM-STORE-COUNT = 0
               move "Y" to ws-pr-store-match
           else
               perform varying ws-pr-idx from 1 by 1
                       until ws-pr-idx > ws-pr-store-count
                   perform varying ws-pr-jdx from 1 by 1
                           until ws-pr-jdx > PM-STORE-COUNT
                       if ws-pr-store(ws-pr-idx)
                               = PM-STORE-NUMBER(ws-pr-jdx)
                           move "Y" to ws-pr-store-match
                       end-if
                   end-perform
               end-perform
           end-if.

      * fiscal calendar rows: the fiscal year in the key field, its
      * first and last day in the start and end date fields. The
      * year must run 52 or 53 whole weeks; an add cuts one record
      * per day, a change re-cuts the year over its new dates, and
      * 'D' removes the year - no other year may already hold any
      * of the dates
       430-maintain-fiscal-year.
           if MN-KEY-DATA(1:4) is not numeric
               move "N" to ws-apply-flag
               move "invalid fiscal yr" to ws-reject-reason
           end-if.
           if (MN-ADD or MN-CHANGE)
               if MN-START-DATE-DATA is not numeric
                   move "N" to ws-apply-flag
                   move "invalid start date" to ws-reject-reason
               else
                   move MN-START-DATE-DATA to ws-fc-first-date
                   if FUNCTION INTEGER-OF-DATE(ws-fc-first-date) = 0
                       move "N" to ws-apply-flag
                       move "invalid start date" to ws-reject-reason
                   end-if
               end-if
               if MN-END-DATE-DATA is not numeric
                   move "N" to ws-apply-flag
                   move "invalid end date" to ws-reject-reason
               else
                   move MN-END-DATE-DATA to ws-fc-last-date
                   if FUNCTION INTEGER-OF-DATE(ws-fc-last-date) = 0
                       move "N" to ws-apply-flag
                       move "invalid end date" to ws-reject-reason
                   end-if
               end-if
           end-if.
           if ws-apply-flag = "Y" and (MN-ADD or MN-CHANGE)
               compute ws-fc-start-int =
                   FUNCTION INTEGER-OF-DATE(ws-fc-first-date)
               compute ws-fc-end-int =
                   FUNCTION INTEGER-OF-DATE(ws-fc-last-date)
               if ws-fc-end-int < ws-fc-start-int
                   move "N" to ws-apply-flag
                   move "end before start" to ws-reject-reason
               else
                   compute ws-fc-days =
                       ws-fc-end-int - ws-fc-start-int + 1
                   if ws-fc-days not = 364 and ws-fc-days not = 371
                       move "N" to ws-apply-flag
                       move "not 52/53 weeks" to ws-reject-reason
                   end-if
               end-if
           end-if.
           if ws-apply-flag = "N"
               continue
           else
               move MN-KEY-DATA(1:4)   to ws-fc-year
               perform 431-scan-fiscal-year
               evaluate true
                   when MN-ADD
                       if ws-fc-year-count > 0
                           move "N" to ws-apply-flag
                           move "duplicate key" to ws-reject-reason
                       else
                           perform 432-check-fiscal-dates
                           if ws-apply-flag = "Y"
                               perform 434-write-fiscal-year
                           end-if
                       end-if
                   when MN-CHANGE
                       if ws-fc-year-count = 0
                           move "N" to ws-apply-flag
                           move "unknown key" to ws-reject-reason
                       else
                           perform 432-check-fiscal-dates
                           if ws-apply-flag = "Y"
                               perform 433-delete-fiscal-year
                               perform 434-write-fiscal-year
                           end-if
                       end-if
                   when MN-DEACTIVATE
                       if ws-fc-year-count = 0
                           move "N" to ws-apply-flag
                           move "unknown key" to ws-reject-reason
                       else
                           perform 433-delete-fiscal-year
                       end-if
                   when other
                       move "N" to ws-apply-flag
                       move "unknown action" to ws-reject-reason
               end-evaluate
           end-if.

      * how many days the fiscal year already holds, and the first
      * and last of them - shown as the before image
       431-scan-fiscal-year.
           move 0                      to ws-fc-year-count.
           move 0                      to ws-fd-first-date.
           move 0                      to ws-fd-last-date.
           move "N"                    to ws-fc-eof.
           move 0                      to FC-CALENDAR-DATE.
           start FISCAL-CALENDAR-FILE
                   key is not less than FC-CALENDAR-DATE
               invalid key move "Y"    to ws-fc-eof
           end-start.
           perform until ws-fc-eof = "Y"
               read FISCAL-CALENDAR-FILE next record
                   at end move "Y"     to ws-fc-eof
                   not at end
                       if FC-FISCAL-YEAR = ws-fc-year
                           add 1       to ws-fc-year-count
                           if ws-fc-year-count = 1
                               move FC-CALENDAR-DATE
                                       to ws-fd-first-date
                           end-if
                           move FC-CALENDAR-DATE
                                       to ws-fd-last-date
                       end-if
               end-read
           end-perform.
           if ws-fc-year-count > 0
               compute ws-fd-weeks = ws-fc-year-count / 7
               move ws-fc-display      to ws-bf-name
           end-if.

      * every day of the new range must be free, or already belong
      * to the fiscal year being re-cut
       432-check-fiscal-dates.
           move "N"                    to ws-fc-conflict.
           perform varying ws-fc-day-int from ws-fc-start-int by 1
                   until ws-fc-day-int > ws-fc-end-int
               compute FC-CALENDAR-DATE =
                   FUNCTION DATE-OF-INTEGER(ws-fc-day-int)
               read FISCAL-CALENDAR-FILE
                   invalid key continue
                   not invalid key
                       if FC-FISCAL-YEAR not = ws-fc-year
                           move "Y"    to ws-fc-conflict
                       end-if
               end-read
           end-perform.
           if ws-fc-conflict = "Y"
               move "N" to ws-apply-flag
               move "dates in other year" to ws-reject-reason
           end-if.

      * the year's days run unbroken from its first to its last
       433-delete-fiscal-year.
           compute ws-fc-period-start-int =
               FUNCTION INTEGER-OF-DATE(ws-fd-first-date).
           compute ws-fc-period-end-int =
               FUNCTION INTEGER-OF-DATE(ws-fd-last-date).
           perform varying ws-fc-day-int
                   from ws-fc-period-start-int by 1
                   until ws-fc-day-int > ws-fc-period-end-int
               compute FC-CALENDAR-DATE =
                   FUNCTION DATE-OF-INTEGER(ws-fc-day-int)
               delete FISCAL-CALENDAR-FILE record
                   invalid key continue
               end-delete
           end-perform.

      * cut the year a period at a time - period p runs from the
      * week after period p-1 closes through its own closing week,
      * and period 12 runs on to the last day of a 53-week year
       434-write-fiscal-year.
           perform varying ws-fc-period from 1 by 1
                   until ws-fc-period > 12
               if ws-fc-period = 1
                   move ws-fc-start-int to ws-fc-period-start-int
               else
                   compute ws-fc-period-start-int = ws-fc-start-int
                       + ws-fc-period-end-week(ws-fc-period - 1) * 7
               end-if
               if ws-fc-period = 12
                   move ws-fc-end-int  to ws-fc-period-end-int
               else
                   compute ws-fc-period-end-int = ws-fc-start-int
                       + ws-fc-period-end-week(ws-fc-period) * 7 - 1
               end-if
               perform varying ws-fc-day-int
                       from ws-fc-period-start-int by 1
                       until ws-fc-day-int > ws-fc-period-end-int
                   move ws-fc-year     to FC-FISCAL-YEAR
                   move ws-fc-period   to FC-FISCAL-PERIOD
                   compute FC-FISCAL-QUARTER =
                       (ws-fc-period - 1) / 3 + 1
                   compute FC-FISCAL-WEEK =
                       (ws-fc-day-int - ws-fc-start-int) / 7 + 1
                   compute FC-CALENDAR-DATE =
                       FUNCTION DATE-OF-INTEGER(ws-fc-day-int)
                   compute FC-PERIOD-START-DATE =
                       FUNCTION DATE-OF-INTEGER(ws-fc-period-start-int)
                   compute FC-PERIOD-END-DATE =
                       FUNCTION DATE-OF-INTEGER(ws-fc-period-end-int)
                   write FISCAL-CALENDAR-RECORD
                       invalid key
                           move "N" to ws-apply-flag
                           move "write failed" to ws-reject-reason
                   end-write
               end-perform
           end-perform.
           if ws-apply-flag = "Y"
               move ws-fc-first-date   to ws-fd-first-date
               move ws-fc-last-date    to ws-fd-last-date
               compute ws-fd-weeks = ws-fc-days / 7
               move ws-fc-display      to ws-af-name
           end-if.

       end program MstMaint.
