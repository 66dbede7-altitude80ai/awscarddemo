      ******************************************************************
      * CardDemo - Rewards Fulfillment Record
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
      * One record per redemption CBRWD01 accepted, sent to the
      * rewards vendor to ship the item.  The card rides masked with
      * the CBPAN01 surrogate -- the vendor never sees a real PAN --
      * and the shipping name and address come off the CRDHLD
      * cardholder master.
      *
       01  RWD-FULFILL-RECORD.
           05  FUL-REQUEST-ID                   PIC X(16).
           05  FUL-MASKED-CARD                  PIC X(16).
           05  FUL-SURROGATE                    PIC 9(09).
           05  FUL-REQ-DATE                     PIC 9(08).
           05  FUL-ITEM-CD                      PIC X(10).
           05  FUL-ITEM-DESC                    PIC X(30).
           05  FUL-POINTS                       PIC 9(09).
           05  FUL-NAME                         PIC X(40).
           05  FUL-ADDR-LINE-1                  PIC X(40).
           05  FUL-ADDR-LINE-2                  PIC X(40).
           05  FUL-CITY                         PIC X(30).
           05  FUL-STATE                        PIC X(02).
           05  FUL-ZIP                          PIC X(10).
           05  FILLER                           PIC X(20).
