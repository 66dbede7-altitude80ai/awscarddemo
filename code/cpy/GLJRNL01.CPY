      ******************************************************************
      * CardDemo - General Ledger Journal Record
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
      * One journal line per GL account posting, in the GL load's
      * fixed format.  Every activity the stream produced tonight
      * posts as one summarized debit line and one credit line of
      * the same amount, so the journal balances by construction and
      * is proven again before release.  GLJ-AMT is unsigned -- the
      * side is GLJ-DR-CR-CD -- and GLJ-SOURCE-DD/GLJ-SOURCE-COUNT
      * name the stream file and the number of its records the line
      * summarizes, so an accountant can trace any line back to the
      * file it came from.
      *
       01  GL-JOURNAL-RECORD.
           05  GLJ-RUN-DATE                     PIC 9(08).
           05  GLJ-SEQ-NUM                      PIC 9(06).
           05  GLJ-ACCOUNT                      PIC X(10).
           05  GLJ-DR-CR-CD                     PIC X(01).
               88  GLJ-IS-DEBIT                 VALUE 'D'.
               88  GLJ-IS-CREDIT                VALUE 'C'.
           05  GLJ-AMT                          PIC 9(13)V99.
           05  GLJ-ACTIVITY-CD                  PIC X(08).
           05  GLJ-SOURCE-DD                    PIC X(08).
           05  GLJ-SOURCE-COUNT                 PIC 9(09).
           05  GLJ-DESC                         PIC X(30).
           05  FILLER                           PIC X(20).
