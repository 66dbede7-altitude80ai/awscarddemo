      ******************************************************************
      * CardDemo - General Ledger Account Mapping Record
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
      *
      * One record per stream activity the general ledger journal
      * posts, naming the GL account debited and the account
      * credited when the night's activity total is positive; a
      * negative total (returns outweighing purchases, say) posts
      * the same pair reversed.  Finance maintains the accounts on
      * this file rather than in the journal program, so a chart of
      * accounts change is a parameter change, not a code change.
      * GLM-DESC is carried onto the journal and the register.
      * CBGLJ01 posts these activity codes, each needing an entry:
      *   PURCHASE  purchases, TRNXEXT types not named below
      *   CASHADV   cash advances, TRNXEXT types CA and CW
      *   RTNFEE    returned-payment fee income, TRNXEXT type RF
      *   MANADJ    manual adjustments, TRNXEXT type MA
      *   REVERSAL  reversals, TRNXEXT types RV, DP and CB
      *   FINCHG    finance charges billed, BILSUM
      *   PAYMENT   payments posted, PAYPST
      *   PAYRTN    ACH payments returned, PAYRVS (positive total),
      *             other than sources RCY and CHO
      *   RECOVERY  recoveries on written-off cards, RCYPST, net of
      *             recoveries returned, PAYRVS source RCY
      *   CHGOFF    balances charged off tonight, CHGOFF master
      *   CHORTN    payments returned on cards already charged off,
      *             PAYRVS source CHO (positive total), a further
      *             charge-off loss paid out of cash
      *   INTCHFEE  interchange fee income, SETXTR
      *   MCHPAYBL  merchant net payable, SETXTR
      *   MCHPAYOT  merchant payouts released, PAYOUT
      *   DSPHOLD   dispute holds placed tonight, DSPCASE
      *   DSPRLSE   dispute holds released tonight, DSPCASE
      *
       01  GL-MAP-RECORD.
           05  GLM-ACTIVITY-CD                  PIC X(08).
           05  GLM-DEBIT-ACCT                   PIC X(10).
           05  GLM-CREDIT-ACCT                  PIC X(10).
           05  GLM-DESC                         PIC X(30).
           05  FILLER                           PIC X(22).
